      *>              TIME, PROGRAM, ACTION CODE AND THE BEFORE/AFTER
      *>              RECORD IMAGES. DELETE READS THE RECORD FIRST SO
      *>              THE BEFORE IMAGE IS PRESERVED.
      *> 15/10/2026 - THE AUDIT RECORD IS NO LONGER APPENDED HERE: IT IS
      *>              HANDED TO THE SHARED AUDIT WRITER (PROG0056,
      *>              AUDGRABA AREA), WHICH STAMPS DATE, TIME, SEQUENCE
      *>              NUMBER AND THE CHAINED CHECK VALUE BEFORE ADDING
      *>              IT TO AUDITLOG.DAT.
      *> 15/10/2026 - DELETE A GAME NO LONGER DELETES ON THE SPOT: IT
      *>              FILES A PENDING REQUEST (PROG0058, PENDGRABA AREA)
      *>              CARRYING THE GAME IMAGE, AND A SECOND SUPERVISOR
      *>              APPLIES IT BY APPROVING IT IN PROG0059.
      *> 15/10/2026 - GAME MAINTENANCE NOW CHECKS THE SIGNED-ON
      *>              OPERATOR'S PERMISSION FROM THE ACCESS MASTER
      *>              (OPERACTUAL AREA) AND REFUSES TO RUN WITHOUT IT.
      *> 15/10/2026 - NEW OPTION 4 LINKS A POSTPONED OR SUSPENDED GAME
      *>              TO THE GAME THAT MADE IT UP (MAKEUPLINK.DAT): SAME
      *>              TWO TEAMS, NOT DATED EARLIER, ONE MAKEUP PER GAME;
      *>              A BLANK MAKEUP CODE REMOVES THE LINK. LINK CHANGES
      *>              ARE AUDITED AS MAKEUPLINK. EXIT MOVES TO 5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEAM-CODE.

       SELECT MAKEUPLINK ASSIGN TO "MAKEUPLINK.DAT"
        FILE STATUS IS LINK-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAKEUP-POSTPONED-CODE
           ALTERNATE RECORD KEY IS MAKEUP-GAME-CODE
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL WITH LOCK ON RECORD.

       DATA DIVISION.
       FILE SECTION.
       FD TEAMMASTER.
           COPY TEAMMASTER.

       FD MAKEUPLINK.
           COPY MAKEUPLINK.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       COPY AUDGRABA.
       COPY PENDGRABA.
       COPY OPERACTUAL.

       01  WS-WORK-AREAS.
               88 RECORDFOUND      VALUE "00".
               88 RECORDLOCKED     VALUE "51".
           05  WS-IMAGE-BEFORE     PIC X(200).
           05  TEAM-CHECK-KEY      PIC X(2).
           05  WS-TEAM-OK-SW       PIC X.
               88 TEAM-OK          VALUE "S".
           05  WS-MASTER-OPEN-SW   PIC X VALUE "N".
               88 MASTER-OPEN      VALUE "S".
           05  LINK-CHECK-KEY      PIC X(2).
               88 LINKFOUND        VALUE "00".
               88 LINKLOCKED       VALUE "51".
           05  WS-LINK-OPEN-SW     PIC X VALUE "N".
               88 LINK-OPEN        VALUE "S".
           05  WS-LINK-EXISTS-SW   PIC X.
               88 LINK-EXISTS      VALUE "S".
           05  WS-MAKEUP-OK-SW     PIC X.
               88 MAKEUP-OK        VALUE "S".
           05  WS-LINK-BEFORE      PIC X(200).
           05  WS-MAKEUP-CODE      PIC X(36).
           05  WS-POSTPONED-CODE   PIC X(36).
           05  WS-POSTPONED-DATE   PIC X(10).
           05  WS-POSTPONED-HOME   PIC X(12).
           05  WS-POSTPONED-AWAY   PIC X(12).

       01  OPCION-MENU             PIC 9.
           88 OPCION-AGREGAR       VALUE 1.
           88 OPCION-CORREGIR      VALUE 2.
           88 OPCION-BORRAR        VALUE 3.
           88 OPCION-ENLAZAR       VALUE 4.
           88 OPCION-SALIR         VALUE 5.

       PROCEDURE DIVISION.
      *> THE OPERATOR EXTERNAL AREA IS BORN AS LOW-VALUES WHEN NOBODY
           IF OPERADOR-ACTUAL = LOW-VALUE
               MOVE SPACE TO OPERADOR-ACTUAL
           END-IF.
           IF OPERADOR-ID-ACTUAL NOT = SPACE
              AND NOT PERMITE-BEIS-MANTTO
               DISPLAY "YOUR SIGN-ON IS NOT AUTHORIZED TO MAINTAIN "
                  "THE GAMES."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO OPCION-MENU.
           PERFORM 0110-ABRIR-ARCHIVO.
           PERFORM 0200-MOSTRAR-MENU
           ELSE
               SET MASTER-OPEN TO TRUE
           END-IF.
           OPEN I-O MAKEUPLINK.
           IF NOT LINKFOUND
               OPEN OUTPUT MAKEUPLINK
               CLOSE MAKEUPLINK
               OPEN I-O MAKEUPLINK
           END-IF.
           IF LINKFOUND
               SET LINK-OPEN TO TRUE
           END-IF.

       0200-MOSTRAR-MENU.
           DISPLAY "1. ADD A NEW GAME".
           DISPLAY "2. CORRECT AN EXISTING GAME".
           DISPLAY "3. DELETE A GAME (NEEDS A SECOND SUPERVISOR)".
           DISPLAY "4. LINK A POSTPONED GAME TO ITS MAKEUP GAME".
           DISPLAY "5. EXIT".
           ACCEPT OPCION-MENU.
           IF OPCION-AGREGAR
               PERFORM 0300-ADD-GAME
           IF OPCION-BORRAR
               PERFORM 0500-DELETE-GAME
           END-IF.
           IF OPCION-ENLAZAR
               PERFORM 0800-LINK-MAKEUP
           END-IF.

       0300-ADD-GAME.
           MOVE SPACE TO BASEBALLRECORDIDX.
           END-IF.
           IF RECORDFOUND
               MOVE BASEBALLRECORDIDX TO WS-IMAGE-BEFORE
               PERFORM 0510-REQUEST-DELETE
               UNLOCK BASEBALLIDX
           END-IF.

      *> THE DELETE IS NOT APPLIED HERE: IT IS FILED AS A PENDING
      *> REQUEST (PROG0058) WITH THE GAME AS IT WAS READ, AND A SECOND
      *> SUPERVISOR APPLIES IT BY APPROVING IT IN PROG0059.
       0510-REQUEST-DELETE.
           MOVE SPACE TO SOLICITUD-GRABACION.
           SET SOL-BORRA-JUEGO TO TRUE.
           MOVE CODEIDX TO SOL-CLAVE.
           MOVE OPERADOR-ID-ACTUAL TO SOL-SOLICITANTE.
           MOVE WS-IMAGE-BEFORE TO SOL-IMAGEN.
           CALL "PROG0058".
           EVALUATE TRUE
              WHEN SOL-REGISTRADA
                 DISPLAY "DELETE FILED AS REQUEST " SOL-FOLIO
                 DISPLAY "IT STAYS PENDING UNTIL A SECOND SUPERVISOR "
                    "APPROVES IT."
              WHEN SOL-YA-PENDIENTE
                 DISPLAY "A DELETE OF THIS GAME IS ALREADY WAITING "
                    "FOR APPROVAL, REQUEST " SOL-FOLIO
              WHEN OTHER
                 DISPLAY "UNABLE TO FILE THE DELETE REQUEST."
           END-EVALUATE.

       0700-PEDIR-HOME-TEAM.
           MOVE "N" TO WS-TEAM-OK-SW.
           PERFORM 0720-VALIDAR-HOME
           END-READ.

       0600-WRITE-AUDIT.
           MOVE "MAINTAININDEXFILE" TO AUD-PROGRAMA.
           MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
           MOVE SPACE TO AUD-APROBADOR.
           MOVE CODEIDX TO AUD-CLAVE.
           MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
           CALL "PROG0056".

      *> LINK CHANGES GO TO THE AUDIT TRAIL UNDER THEIR OWN NAME, NOT
      *> AS MAINTAININDEXFILE: THE ROLL-FORWARD (PROG0055) REPLAYS
      *> MAINTAININDEXFILE IMAGES AGAINST THE GAME FILE, AND THE FIELD
      *> REPORT (PROG0038) DECODES THESE WITH THE MAKEUPLINK LAYOUT.
       0610-WRITE-LINK-AUDIT.
           MOVE "MAKEUPLINK" TO AUD-PROGRAMA.
           MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
           MOVE SPACE TO AUD-APROBADOR.
           MOVE WS-POSTPONED-CODE TO AUD-CLAVE.
           MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
           CALL "PROG0056".

      *> ONLY A POSTPONED OR SUSPENDED GAME CAN BE MADE UP; A FINAL
      *> GAME IS REFUSED.
       0800-LINK-MAKEUP.
           IF NOT LINK-OPEN
               DISPLAY "UNABLE TO OPEN MAKEUPLINK.DAT, STATUS = "
                  LINK-CHECK-KEY
           ELSE
               DISPLAY "ENTER POSTPONED GAME CODE KEY: "
                 WITH NO ADVANCING
               ACCEPT CODEIDX
               READ BASEBALLIDX
                  INVALID KEY
                     DISPLAY "NO GAME FOUND WITH THAT CODE."
               END-READ
               IF RECORDLOCKED
                   DISPLAY "RECORD IN USE BY ANOTHER OPERATOR, "
                      "TRY AGAIN IN A MOMENT."
               END-IF
               IF RECORDFOUND
                   IF GAME-IS-FINAL
                       DISPLAY "THAT GAME IS FINAL; ONLY POSTPONED OR "
                          "SUSPENDED GAMES ARE MADE UP."
                   ELSE
                       PERFORM 0810-CAPTURE-MAKEUP
                   END-IF
               END-IF
           END-IF.

      *> THE EXISTING LINK, IF ANY, IS READ WITH LOCK AND HELD UNTIL
      *> IT IS REWRITTEN OR REMOVED. A BLANK MAKEUP CODE REMOVES THE
      *> LINK (THE GAME IS OWED AGAIN).
       0810-CAPTURE-MAKEUP.
           MOVE CODEIDX TO WS-POSTPONED-CODE.
           MOVE DATE-IDX TO WS-POSTPONED-DATE.
           MOVE HOME-TEAMIDX TO WS-POSTPONED-HOME.
           MOVE AWAY-TEAMIDX TO WS-POSTPONED-AWAY.
           MOVE "N" TO WS-LINK-EXISTS-SW.
           MOVE SPACE TO WS-LINK-BEFORE.
           MOVE CODEIDX TO MAKEUP-POSTPONED-CODE.
           READ MAKEUPLINK WITH LOCK
              INVALID KEY
                 CONTINUE
           END-READ.
           IF LINKLOCKED
               DISPLAY "RECORD IN USE BY ANOTHER OPERATOR, "
                  "TRY AGAIN IN A MOMENT."
           ELSE
               IF LINKFOUND
                   SET LINK-EXISTS TO TRUE
                   MOVE MAKEUPLINKRECORD TO WS-LINK-BEFORE
                   DISPLAY "CURRENTLY MADE UP BY GAME "
                      MAKEUP-GAME-CODE
               END-IF
               DISPLAY "ENTER MAKEUP GAME CODE KEY "
                  "(BLANK = REMOVE THE LINK): " WITH NO ADVANCING
               MOVE SPACE TO WS-MAKEUP-CODE
               ACCEPT WS-MAKEUP-CODE
               IF WS-MAKEUP-CODE = SPACE
                   IF LINK-EXISTS
                       PERFORM 0840-REMOVE-LINK
                   ELSE
                       DISPLAY "THERE IS NO LINK TO REMOVE."
                   END-IF
               ELSE
                   PERFORM 0820-VALIDATE-MAKEUP
                   IF MAKEUP-OK
                       PERFORM 0830-WRITE-LINK
                   END-IF
               END-IF
               UNLOCK MAKEUPLINK
           END-IF.

      *> THE MAKEUP MUST BE ANOTHER GAME ON FILE BETWEEN THE SAME TWO
      *> TEAMS (EITHER PARK) AND NOT DATED BEFORE THE GAME IT REPLACES.
       0820-VALIDATE-MAKEUP.
           MOVE "N" TO WS-MAKEUP-OK-SW.
           MOVE WS-MAKEUP-CODE TO CODEIDX.
           READ BASEBALLIDX
              INVALID KEY
                 DISPLAY "NO GAME FOUND WITH THE MAKEUP CODE."
           END-READ.
           IF RECORDLOCKED
               DISPLAY "RECORD IN USE BY ANOTHER OPERATOR, "
                  "TRY AGAIN IN A MOMENT."
           END-IF.
           IF RECORDFOUND
               EVALUATE TRUE
                   WHEN CODEIDX = WS-POSTPONED-CODE
                       DISPLAY "A GAME CANNOT BE ITS OWN MAKEUP."
                   WHEN NOT ((HOME-TEAMIDX = WS-POSTPONED-HOME
                              AND AWAY-TEAMIDX = WS-POSTPONED-AWAY)
                          OR (HOME-TEAMIDX = WS-POSTPONED-AWAY
                              AND AWAY-TEAMIDX = WS-POSTPONED-HOME))
                       DISPLAY "THE MAKEUP GAME MUST BE BETWEEN THE "
                          "SAME TWO TEAMS."
                   WHEN DATE-IDX < WS-POSTPONED-DATE
                       DISPLAY "THE MAKEUP GAME CANNOT BE DATED "
                          "BEFORE THE GAME IT REPLACES."
                   WHEN OTHER
                       SET MAKEUP-OK TO TRUE
               END-EVALUATE
           END-IF.

      *> THE MAKEUP CODE IS A UNIQUE ALTERNATE KEY, SO A GAME ALREADY
      *> MAKING UP ANOTHER POSTPONEMENT IS REFUSED BY THE FILE ITSELF.
       0830-WRITE-LINK.
           MOVE WS-POSTPONED-CODE TO MAKEUP-POSTPONED-CODE.
           MOVE WS-MAKEUP-CODE TO MAKEUP-GAME-CODE.
           ACCEPT MAKEUP-LINK-DATE FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID-ACTUAL TO MAKEUP-LINKED-BY.
           IF LINK-EXISTS
               REWRITE MAKEUPLINKRECORD
                  INVALID KEY
                     DISPLAY "THAT GAME ALREADY MAKES UP ANOTHER "
                        "POSTPONED GAME."
                  NOT INVALID KEY
                     SET AUD-CAMBIO TO TRUE
                     MOVE WS-LINK-BEFORE TO AUD-IMAGEN-ANTES
                     MOVE MAKEUPLINKRECORD TO AUD-IMAGEN-DESPUES
                     PERFORM 0610-WRITE-LINK-AUDIT
                     DISPLAY "MAKEUP LINK UPDATED."
               END-REWRITE
           ELSE
               WRITE MAKEUPLINKRECORD
                  INVALID KEY
                     DISPLAY "THAT GAME ALREADY MAKES UP ANOTHER "
                        "POSTPONED GAME."
                  NOT INVALID KEY
                     SET AUD-ALTA TO TRUE
                     MOVE SPACE TO AUD-IMAGEN-ANTES
                     MOVE MAKEUPLINKRECORD TO AUD-IMAGEN-DESPUES
                     PERFORM 0610-WRITE-LINK-AUDIT
                     DISPLAY "MAKEUP LINK RECORDED."
               END-WRITE
           END-IF.

       0840-REMOVE-LINK.
           DELETE MAKEUPLINK RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO REMOVE THE MAKEUP LINK."
              NOT INVALID KEY
                 SET AUD-BAJA TO TRUE
                 MOVE WS-LINK-BEFORE TO AUD-IMAGEN-ANTES
                 MOVE SPACE TO AUD-IMAGEN-DESPUES
                 PERFORM 0610-WRITE-LINK-AUDIT
                 DISPLAY "MAKEUP LINK REMOVED; THE GAME IS OWED AGAIN."
           END-DELETE.

       9000-END-PROGRAM.
           CLOSE BASEBALLIDX.
           IF LINK-OPEN
               CLOSE MAKEUPLINK
           END-IF.
           IF MASTER-OPEN
               CLOSE TEAMMASTER
           END-IF.
