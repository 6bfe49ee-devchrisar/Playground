       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDSBOOK.
      *> RECORDS BOOK (RECORDBOOK.DAT AND RECORDS.PRT). SCANS EVERY
      *> FINAL GAME OF EVERY SEASON ON THE GAME FILE AND KEEPS THE TOP
      *> FIVE GAMES OF EACH CATEGORY, ALL-TIME AND PER SEASON: HIGHEST
      *> ATTENDANCE, LARGEST MARGIN OF VICTORY, MOST COMBINED RUNS,
      *> MOST INNINGS PLAYED AND LARGEST SHUTOUT (WINNING RUNS WHEN THE
      *> LOSER DID NOT SCORE). EQUAL VALUES RANK BY DATE, EARLIEST
      *> FIRST, SO A RECORD IS ONLY BROKEN, NEVER TIED AWAY. THE BOOK
      *> IS REBUILT IN FULL EACH RUN AND COMPARED WITH THE ONE LEFT BY
      *> THE PREVIOUS RUN: A GAME THAT ENTERED A LIST THAT ALREADY
      *> EXISTED IS PRINTED IN THE "NEW RECORDS SET" SECTION. RUN AS A
      *> STEP OF THE NIGHTLY CHAIN AFTER THE DAILY LOAD, THAT SECTION
      *> SHOWS WHAT THE DAY'S GAMES BROKE. IT ASKS NOTHING, SO IT RUNS
      *> THE SAME WAY ON DEMAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BASEBALLIDX ASSIGN TO "BASEBALLIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODEIDX.

       SELECT OPTIONAL RECORDBOOK ASSIGN TO "RECORDBOOK.DAT"
        FILE STATUS IS BOOK-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECB-KEY.

       SELECT REPORT-FILE ASSIGN TO "RECORDS.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALLIDX.
           COPY BASEBALLIDX.

       FD RECORDBOOK.
           COPY RECORDBOOK.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       FD RUN-HISTORY.
       01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY LOTENOCT.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  BOOK-CHECK-KEY      PIC X(2).
               88 BOOK-FILE-OK     VALUE "00".
               88 BOOK-NOT-FOUND   VALUE "05".
           05  WS-END-SW           PIC X VALUE "N".
               88 END-OF-GAMES     VALUE "S".
           05  WS-PREVIOUS-SW      PIC X VALUE "N".
               88 PREVIOUS-BOOK    VALUE "S".
           05  WS-LIST-SW          PIC X VALUE "N".
               88 LIST-EXISTED     VALUE "S".
           05  WS-ON-LIST-SW       PIC X VALUE "N".
               88 WAS-ON-LIST      VALUE "S".
           05  WS-BOOK-OPEN-SW     PIC X VALUE "N".
               88 BOOK-OPEN        VALUE "S".
           05  WS-FULL-SW          PIC X VALUE "N".
               88 SEASONS-FULL     VALUE "S".
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-WIN-SCORE        PIC 99.
           05  WS-LOSE-SCORE       PIC 99.

       77  BK-SCOPES     PIC 9(4) COMP VALUE ZERO.
       77  BK-MAX        PIC 9(4) COMP VALUE 101.
       77  BK-TOP        PIC 9(4) COMP VALUE 5.
       77  IDX-S         PIC 9(4) COMP.
       77  IDX-C         PIC 9(4) COMP.
       77  IDX-R         PIC 9(4) COMP.
       77  IDX-K         PIC 9(4) COMP.
       77  IDX-I         PIC 9(4) COMP.
       77  IDX-J         PIC 9(4) COMP.
       77  IDX-MEJOR     PIC 9(4) COMP.
       77  IDX-POS       PIC 9(4) COMP.
       77  IDX-ANT       PIC 9(4) COMP.

      *> CATEGORY CODES AS KEPT IN RECB-CATEGORY AND THEIR TITLES.
       01  CATEGORIAS-VALORES.
           05 FILLER PIC X(32) VALUE
              "ATHIGHEST ATTENDANCE".
           05 FILLER PIC X(32) VALUE
              "MVLARGEST MARGIN OF VICTORY".
           05 FILLER PIC X(32) VALUE
              "CRMOST COMBINED RUNS".
           05 FILLER PIC X(32) VALUE
              "INMOST INNINGS PLAYED".
           05 FILLER PIC X(32) VALUE
              "SOLARGEST SHUTOUT (WINNING RUNS)".
       01  CATEGORIAS-TABLA REDEFINES CATEGORIAS-VALORES.
           05 CAT-ENTRY OCCURS 5 TIMES.
              10 CAT-CODE   PIC X(2).
              10 CAT-TITLE  PIC X(30).

      *> THE GAME BEING RANKED: ITS VALUE IN EACH CATEGORY, ZERO WHEN
      *> IT DOES NOT QUALIFY FOR THAT LIST.
       01  VALORES-JUEGO.
           05 VAL-CAT PIC 9(5) OCCURS 5 TIMES.

      *> SCOPE 1 IS THE ALL-TIME BOOK (SEASON ZERO); SCOPES 2 ON ARE
      *> ONE PER SEASON, SORTED BY SEASON BEFORE THE BOOK IS WRITTEN.
       01  BK-TABLA.
           05 BK-SCOPE OCCURS 101 TIMES.
              10 BK-SEASON PIC 9(4).
              10 BK-CAT OCCURS 5 TIMES.
                 15 BK-COUNT PIC 9(1).
                 15 BK-ENTRY OCCURS 5 TIMES.
                    20 BK-VALUE      PIC 9(5).
                    20 BK-CODE       PIC X(36).
                    20 BK-DATE       PIC X(10).
                    20 BK-HOME       PIC X(12).
                    20 BK-AWAY       PIC X(12).
                    20 BK-HOME-SCORE PIC 99.
                    20 BK-AWAY-SCORE PIC 99.
                    20 BK-VENUE      PIC X(20).
                    20 BK-SET-DATE   PIC 9(8).
                    20 BK-NEW-SW     PIC X(1).

       01  BK-SCOPE-TEMP   PIC X(2709).

       01  WS-COUNTERS.
           05  WS-GAMES-READ       PIC 9(6) VALUE ZERO.
           05  WS-FINAL-GAMES      PIC 9(6) VALUE ZERO.
           05  WS-ENTRIES          PIC 9(6) VALUE ZERO.
           05  WS-NEW-RECORDS      PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05 FILLER PIC X(30) VALUE "RECORDS BOOK - ALL SEASONS".
           05 FILLER PIC X(8) VALUE "  AS OF ".
           05 HDR-RUN-DATE PIC 9999/99/99.

       01  WS-BLANK-LINE.
           05 FILLER PIC X(90) VALUE SPACE.

       01  WS-SECTION-HEADER.
           05 SH-TEXT PIC X(40).

       01  WS-CATEGORY-HEADER.
           05 FILLER PIC X(2) VALUE SPACE.
           05 CH-TITLE PIC X(30).

       01  WS-COLUMN-HEADER.
           05 FILLER PIC X(5)  VALUE "RANK".
           05 FILLER PIC X(8)  VALUE " VALUE".
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(30) VALUE "AWAY AT HOME".
           05 FILLER PIC X(7)  VALUE "SCORE".
           05 FILLER PIC X(22) VALUE "VENUE".
           05 FILLER PIC X(10) VALUE "SET ON".

       01  WS-REPORT-DETAIL.
           05 RPT-RANK       PIC Z9.
           05 FILLER         PIC X(3) VALUE SPACE.
           05 RPT-VALUE      PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-DATE       PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-AWAY       PIC X(12).
           05 FILLER         PIC X(4) VALUE " AT ".
           05 RPT-HOME       PIC X(12).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-AWAY-SCORE PIC Z9.
           05 FILLER         PIC X(1) VALUE "-".
           05 RPT-HOME-SCORE PIC Z9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-VENUE      PIC X(20).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-SET-DATE   PIC 9999/99/99.

       01  WS-NEW-HEADER.
           05 FILLER PIC X(12) VALUE "LIST".
           05 FILLER PIC X(31) VALUE "CATEGORY".
           05 FILLER PIC X(8)  VALUE "RANK".
           05 FILLER PIC X(8)  VALUE " VALUE".
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(28) VALUE "AWAY AT HOME".

       01  WS-NEW-DETAIL.
           05 NR-SCOPE       PIC X(12).
           05 NR-TITLE       PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 NR-RANK        PIC X(8).
           05 NR-VALUE       PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 NR-DATE        PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 NR-GAME        PIC X(28).

       01  WS-SCOPE-NAME.
           05 SN-TEXT        PIC X(7).
           05 SN-SEASON      PIC 9(4).

       01  WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(30).
           05 TOT-VALUE PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 9100-INICIAR-CORRIDA.
           INITIALIZE WS-COUNTERS.
           INITIALIZE BK-TABLA.
           MOVE "N" TO WS-END-SW.
           MOVE "N" TO WS-PREVIOUS-SW.
           MOVE "N" TO WS-FULL-SW.
           MOVE 1 TO BK-SCOPES.
           MOVE ZERO TO BK-SEASON(1).
      *> IN THE NIGHTLY CHAIN NEW ENTRIES CARRY THE BUSINESS DATE OF
      *> THE NIGHT, WHICH ON A RESUMED CHAIN IS NOT TODAY.
           IF EJECUCION-NOCTURNA
              AND LOTE-FECHA IS NUMERIC AND LOTE-FECHA NOT = ZERO
               MOVE LOTE-FECHA TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT BASEBALLIDX.
           READ BASEBALLIDX
              AT END SET END-OF-GAMES TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-GAME
              UNTIL END-OF-GAMES.
           CLOSE BASEBALLIDX.
           PERFORM 0300-ORDENAR-TEMPORADAS.
           PERFORM 0400-COMPARAR-LIBRO.
           PERFORM 0500-GRABAR-LIBRO THRU 0500-END.
           IF RUN-FAILED
               MOVE 8 TO RETURN-CODE
               PERFORM 9200-GRABAR-CORRIDA
               GOBACK
           END-IF.
           PERFORM 0600-IMPRIMIR-LIBRO.
           MOVE "RECORDS" TO REP-REPORTE.
           MOVE "RECORDS.PRT" TO REP-ARCHIVO.
           MOVE "RECORDSBOOK" TO REP-PROGRAMA.
           CALL "PROG0050".
           DISPLAY "FINAL GAMES RANKED  = " WS-FINAL-GAMES.
           DISPLAY "BOOK ENTRIES        = " WS-ENTRIES.
           DISPLAY "NEW RECORDS SET     = " WS-NEW-RECORDS.
           MOVE WS-GAMES-READ TO RUN-REG-ENTRADA.
           MOVE WS-ENTRIES TO RUN-REG-SALIDA.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       0100-END.

       0200-PROCESS-GAME.
           ADD 1 TO WS-GAMES-READ.
           IF GAME-IS-FINAL
               ADD 1 TO WS-FINAL-GAMES
               PERFORM 0210-CALCULAR-VALORES
               PERFORM 0220-BUSCAR-TEMPORADA
               PERFORM 0230-ANOTAR-CATEGORIA
                  VARYING IDX-C FROM 1 BY 1 UNTIL IDX-C > 5
           END-IF.
           READ BASEBALLIDX
              AT END SET END-OF-GAMES TO TRUE
           END-READ.

       0210-CALCULAR-VALORES.
           INITIALIZE VALORES-JUEGO.
           IF ATTENDANCE IS NUMERIC
               MOVE ATTENDANCE TO VAL-CAT(1)
           END-IF.
           IF HOME-SCOREIDX > AWAY-SCOREIDX
               MOVE HOME-SCOREIDX TO WS-WIN-SCORE
               MOVE AWAY-SCOREIDX TO WS-LOSE-SCORE
           ELSE
               MOVE AWAY-SCOREIDX TO WS-WIN-SCORE
               MOVE HOME-SCOREIDX TO WS-LOSE-SCORE
           END-IF.
           COMPUTE VAL-CAT(2) = WS-WIN-SCORE - WS-LOSE-SCORE.
           COMPUTE VAL-CAT(3) = HOME-SCOREIDX + AWAY-SCOREIDX.
           IF INNINGIDX IS NUMERIC
               MOVE INNINGIDX TO VAL-CAT(4)
           END-IF.
           IF WS-LOSE-SCORE = ZERO
               MOVE WS-WIN-SCORE TO VAL-CAT(5)
           END-IF.

      *> IDX-S COMES BACK WITH THE SCOPE OF THE GAME'S SEASON, OR ZERO
      *> WHEN THE TABLE HAS NO ROOM LEFT FOR A NEW SEASON (THE GAME
      *> THEN STILL COUNTS FOR THE ALL-TIME BOOK).
       0220-BUSCAR-TEMPORADA.
           MOVE ZERO TO IDX-S.
           PERFORM 0225-COMPARAR-TEMPORADA
              VARYING IDX-I FROM 2 BY 1
              UNTIL IDX-I > BK-SCOPES OR IDX-S > 0.
           IF IDX-S = 0
               IF BK-SCOPES >= BK-MAX
                   IF NOT SEASONS-FULL
                       DISPLAY "SEASON TABLE FULL (" BK-MAX "); "
                          "LATER SEASONS ONLY COUNT ALL-TIME."
                       SET SEASONS-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO BK-SCOPES
                   MOVE BK-SCOPES TO IDX-S
                   MOVE SEASONIDX TO BK-SEASON(IDX-S)
               END-IF
           END-IF.

       0225-COMPARAR-TEMPORADA.
           IF BK-SEASON(IDX-I) = SEASONIDX
               MOVE IDX-I TO IDX-S
           END-IF.

       0230-ANOTAR-CATEGORIA.
           IF VAL-CAT(IDX-C) > ZERO
               MOVE IDX-S TO IDX-J
               MOVE 1 TO IDX-S
               PERFORM 0240-INSERTAR
               MOVE IDX-J TO IDX-S
               IF IDX-S > 0
                   PERFORM 0240-INSERTAR
               END-IF
           END-IF.

      *> FINDS THE RANK THE GAME EARNS IN LIST (IDX-S, IDX-C), MOVES
      *> THE ENTRIES BELOW IT DOWN ONE (THE FIFTH DROPS OFF) AND PUTS
      *> THE GAME IN ITS PLACE.
       0240-INSERTAR.
           MOVE ZERO TO IDX-POS.
           PERFORM 0245-BUSCAR-POSICION
              VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R > BK-COUNT(IDX-S, IDX-C) OR IDX-POS > 0.
           IF IDX-POS = 0 AND BK-COUNT(IDX-S, IDX-C) < BK-TOP
               COMPUTE IDX-POS = BK-COUNT(IDX-S, IDX-C) + 1
           END-IF.
           IF IDX-POS > 0
               IF BK-COUNT(IDX-S, IDX-C) < BK-TOP
                   ADD 1 TO BK-COUNT(IDX-S, IDX-C)
               END-IF
               PERFORM 0248-CORRER-ENTRADA
                  VARYING IDX-R FROM BK-COUNT(IDX-S, IDX-C) BY -1
                  UNTIL IDX-R <= IDX-POS
               PERFORM 0249-LLENAR-ENTRADA
           END-IF.

       0245-BUSCAR-POSICION.
           IF VAL-CAT(IDX-C) > BK-VALUE(IDX-S, IDX-C, IDX-R)
              OR (VAL-CAT(IDX-C) = BK-VALUE(IDX-S, IDX-C, IDX-R)
                  AND DATE-IDX < BK-DATE(IDX-S, IDX-C, IDX-R))
               MOVE IDX-R TO IDX-POS
           END-IF.

       0248-CORRER-ENTRADA.
           COMPUTE IDX-ANT = IDX-R - 1.
           MOVE BK-ENTRY(IDX-S, IDX-C, IDX-ANT)
              TO BK-ENTRY(IDX-S, IDX-C, IDX-R).

       0249-LLENAR-ENTRADA.
           MOVE VAL-CAT(IDX-C) TO BK-VALUE(IDX-S, IDX-C, IDX-POS).
           MOVE CODEIDX TO BK-CODE(IDX-S, IDX-C, IDX-POS).
           MOVE DATE-IDX TO BK-DATE(IDX-S, IDX-C, IDX-POS).
           MOVE HOME-TEAMIDX TO BK-HOME(IDX-S, IDX-C, IDX-POS).
           MOVE AWAY-TEAMIDX TO BK-AWAY(IDX-S, IDX-C, IDX-POS).
           MOVE HOME-SCOREIDX TO BK-HOME-SCORE(IDX-S, IDX-C, IDX-POS).
           MOVE AWAY-SCOREIDX TO BK-AWAY-SCORE(IDX-S, IDX-C, IDX-POS).
           MOVE VENUEIDX TO BK-VENUE(IDX-S, IDX-C, IDX-POS).
           MOVE ZERO TO BK-SET-DATE(IDX-S, IDX-C, IDX-POS).
           MOVE "N" TO BK-NEW-SW(IDX-S, IDX-C, IDX-POS).

      *> SELECTION SORT OF THE SEASON SCOPES; THE ALL-TIME SCOPE STAYS
      *> FIRST.
       0300-ORDENAR-TEMPORADAS.
           PERFORM 0310-SELECCIONAR
              VARYING IDX-I FROM 2 BY 1 UNTIL IDX-I >= BK-SCOPES.

       0310-SELECCIONAR.
           MOVE IDX-I TO IDX-MEJOR.
           COMPUTE IDX-J = IDX-I + 1.
           PERFORM 0320-COMPARAR
              UNTIL IDX-J > BK-SCOPES.
           IF IDX-MEJOR NOT = IDX-I
               MOVE BK-SCOPE(IDX-I) TO BK-SCOPE-TEMP
               MOVE BK-SCOPE(IDX-MEJOR) TO BK-SCOPE(IDX-I)
               MOVE BK-SCOPE-TEMP TO BK-SCOPE(IDX-MEJOR)
           END-IF.

       0320-COMPARAR.
           IF BK-SEASON(IDX-J) < BK-SEASON(IDX-MEJOR)
               MOVE IDX-J TO IDX-MEJOR
           END-IF.
           ADD 1 TO IDX-J.

      *> AGAINST THE BOOK OF THE PREVIOUS RUN: A GAME ALREADY ON THE
      *> SAME LIST KEEPS ITS ORIGINAL SET DATE; ANY OTHER GAME IS NEW
      *> AND TAKES TODAY'S. IT ONLY COUNTS AS A RECORD SET WHEN THE
      *> LIST ALREADY EXISTED, SO THE FIRST BUILD OF THE BOOK AND THE
      *> FIRST GAMES OF A NEW SEASON DO NOT FLOOD THE SECTION.
       0400-COMPARAR-LIBRO.
           OPEN INPUT RECORDBOOK.
           MOVE "N" TO WS-BOOK-OPEN-SW.
           IF BOOK-FILE-OK OR BOOK-NOT-FOUND
               SET BOOK-OPEN TO TRUE
           END-IF.
           IF BOOK-FILE-OK
               SET PREVIOUS-BOOK TO TRUE
           END-IF.
           PERFORM 0410-COMPARAR-LISTA
              VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > BK-SCOPES
              AFTER IDX-C FROM 1 BY 1 UNTIL IDX-C > 5.
           IF BOOK-OPEN
               CLOSE RECORDBOOK
           END-IF.

       0410-COMPARAR-LISTA.
           MOVE "N" TO WS-LIST-SW.
           IF PREVIOUS-BOOK
               MOVE CAT-CODE(IDX-C) TO RECB-CATEGORY
               MOVE BK-SEASON(IDX-S) TO RECB-SEASON
               MOVE 1 TO RECB-RANK
               READ RECORDBOOK
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET LIST-EXISTED TO TRUE
               END-READ
           END-IF.
           PERFORM 0420-COMPARAR-ENTRADA
              VARYING IDX-R FROM 1 BY 1
              UNTIL IDX-R > BK-COUNT(IDX-S, IDX-C).

       0420-COMPARAR-ENTRADA.
           ADD 1 TO WS-ENTRIES.
           MOVE WS-RUN-DATE TO BK-SET-DATE(IDX-S, IDX-C, IDX-R).
           MOVE "N" TO WS-ON-LIST-SW.
           IF LIST-EXISTED
               PERFORM 0425-BUSCAR-ANTERIOR
                  VARYING IDX-K FROM 1 BY 1
                  UNTIL IDX-K > BK-TOP OR WAS-ON-LIST
               IF NOT WAS-ON-LIST
                   MOVE "S" TO BK-NEW-SW(IDX-S, IDX-C, IDX-R)
                   ADD 1 TO WS-NEW-RECORDS
               END-IF
           END-IF.

       0425-BUSCAR-ANTERIOR.
           MOVE CAT-CODE(IDX-C) TO RECB-CATEGORY.
           MOVE BK-SEASON(IDX-S) TO RECB-SEASON.
           MOVE IDX-K TO RECB-RANK.
           READ RECORDBOOK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RECB-GAME-CODE = BK-CODE(IDX-S, IDX-C, IDX-R)
                     SET WAS-ON-LIST TO TRUE
                     MOVE RECB-SET-DATE
                        TO BK-SET-DATE(IDX-S, IDX-C, IDX-R)
                 END-IF
           END-READ.

       0500-GRABAR-LIBRO.
           OPEN OUTPUT RECORDBOOK.
           IF NOT BOOK-FILE-OK
               DISPLAY "UNABLE TO REWRITE RECORDBOOK.DAT, STATUS = "
                  BOOK-CHECK-KEY "; THE BOOK WAS NOT UPDATED."
               MOVE "FAILED" TO RUN-RESULTADO
               GO TO 0500-END
           END-IF.
           PERFORM 0510-GRABAR-ENTRADA
              VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > BK-SCOPES
              AFTER IDX-C FROM 1 BY 1 UNTIL IDX-C > 5
              AFTER IDX-R FROM 1 BY 1 UNTIL IDX-R > BK-TOP.
           CLOSE RECORDBOOK.
       0500-END.

       0510-GRABAR-ENTRADA.
           IF IDX-R NOT > BK-COUNT(IDX-S, IDX-C)
               MOVE CAT-CODE(IDX-C) TO RECB-CATEGORY
               MOVE BK-SEASON(IDX-S) TO RECB-SEASON
               MOVE IDX-R TO RECB-RANK
               MOVE BK-VALUE(IDX-S, IDX-C, IDX-R) TO RECB-VALUE
               MOVE BK-CODE(IDX-S, IDX-C, IDX-R) TO RECB-GAME-CODE
               MOVE BK-DATE(IDX-S, IDX-C, IDX-R) TO RECB-DATE
               MOVE BK-HOME(IDX-S, IDX-C, IDX-R) TO RECB-HOME-TEAM
               MOVE BK-AWAY(IDX-S, IDX-C, IDX-R) TO RECB-AWAY-TEAM
               MOVE BK-HOME-SCORE(IDX-S, IDX-C, IDX-R)
                  TO RECB-HOME-SCORE
               MOVE BK-AWAY-SCORE(IDX-S, IDX-C, IDX-R)
                  TO RECB-AWAY-SCORE
               MOVE BK-VENUE(IDX-S, IDX-C, IDX-R) TO RECB-VENUE
               MOVE BK-SET-DATE(IDX-S, IDX-C, IDX-R) TO RECB-SET-DATE
               WRITE RECORDBOOKRECORD
                  INVALID KEY
                     DISPLAY "DUPLICATE BOOK KEY " RECB-KEY
               END-WRITE
           END-IF.

       0600-IMPRIMIR-LIBRO.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           PERFORM 0610-NUEVOS-RECORDS.
           PERFORM 0650-IMPRIMIR-ALCANCE
              VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > BK-SCOPES.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "FINAL GAMES RANKED" TO TOT-LABEL.
           MOVE WS-FINAL-GAMES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "SEASONS IN THE BOOK" TO TOT-LABEL.
           COMPUTE TOT-VALUE = BK-SCOPES - 1.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "NEW RECORDS SET" TO TOT-LABEL.
           MOVE WS-NEW-RECORDS TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE REPORT-FILE.

       0610-NUEVOS-RECORDS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "NEW RECORDS SET SINCE THE LAST RUN" TO SH-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-HEADER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT PREVIOUS-BOOK
               MOVE "FIRST BUILD OF THE BOOK; NOTHING TO COMPARE."
                  TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-NEW-RECORDS = ZERO
                   MOVE "NO RECORDS BROKEN SINCE THE LAST RUN."
                      TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   WRITE REPORT-LINE FROM WS-NEW-HEADER
                   PERFORM 0620-IMPRIMIR-NUEVO
                      VARYING IDX-S FROM 1 BY 1
                      UNTIL IDX-S > BK-SCOPES
                      AFTER IDX-C FROM 1 BY 1 UNTIL IDX-C > 5
                      AFTER IDX-R FROM 1 BY 1 UNTIL IDX-R > BK-TOP
               END-IF
           END-IF.

       0620-IMPRIMIR-NUEVO.
           IF IDX-R NOT > BK-COUNT(IDX-S, IDX-C)
              AND BK-NEW-SW(IDX-S, IDX-C, IDX-R) = "S"
               PERFORM 0690-NOMBRE-ALCANCE
               MOVE WS-SCOPE-NAME TO NR-SCOPE
               MOVE CAT-TITLE(IDX-C) TO NR-TITLE
               IF IDX-R = 1
                   MOVE "RECORD" TO NR-RANK
               ELSE
                   MOVE "TOP" TO NR-RANK
                   MOVE IDX-R TO RPT-RANK
                   MOVE RPT-RANK TO NR-RANK(5:2)
               END-IF
               MOVE BK-VALUE(IDX-S, IDX-C, IDX-R) TO NR-VALUE
               MOVE BK-DATE(IDX-S, IDX-C, IDX-R) TO NR-DATE
               MOVE SPACE TO NR-GAME
               STRING BK-AWAY(IDX-S, IDX-C, IDX-R) DELIMITED BY SPACE
                  " AT " DELIMITED BY SIZE
                  BK-HOME(IDX-S, IDX-C, IDX-R) DELIMITED BY SPACE
                  INTO NR-GAME
               WRITE REPORT-LINE FROM WS-NEW-DETAIL
           END-IF.

       0650-IMPRIMIR-ALCANCE.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 0690-NOMBRE-ALCANCE.
           MOVE SPACE TO SH-TEXT.
           STRING WS-SCOPE-NAME DELIMITED BY SIZE
              " RECORDS" DELIMITED BY SIZE
              INTO SH-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-HEADER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 0660-IMPRIMIR-CATEGORIA
              VARYING IDX-C FROM 1 BY 1 UNTIL IDX-C > 5.

       0660-IMPRIMIR-CATEGORIA.
           IF BK-COUNT(IDX-S, IDX-C) > ZERO
               MOVE CAT-TITLE(IDX-C) TO CH-TITLE
               WRITE REPORT-LINE FROM WS-CATEGORY-HEADER
               WRITE REPORT-LINE FROM WS-COLUMN-HEADER
               PERFORM 0670-IMPRIMIR-ENTRADA
                  VARYING IDX-R FROM 1 BY 1
                  UNTIL IDX-R > BK-COUNT(IDX-S, IDX-C)
           END-IF.

       0670-IMPRIMIR-ENTRADA.
           MOVE IDX-R TO RPT-RANK.
           MOVE BK-VALUE(IDX-S, IDX-C, IDX-R) TO RPT-VALUE.
           MOVE BK-DATE(IDX-S, IDX-C, IDX-R) TO RPT-DATE.
           MOVE BK-AWAY(IDX-S, IDX-C, IDX-R) TO RPT-AWAY.
           MOVE BK-HOME(IDX-S, IDX-C, IDX-R) TO RPT-HOME.
           MOVE BK-AWAY-SCORE(IDX-S, IDX-C, IDX-R) TO RPT-AWAY-SCORE.
           MOVE BK-HOME-SCORE(IDX-S, IDX-C, IDX-R) TO RPT-HOME-SCORE.
           MOVE BK-VENUE(IDX-S, IDX-C, IDX-R) TO RPT-VENUE.
           MOVE BK-SET-DATE(IDX-S, IDX-C, IDX-R) TO RPT-SET-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL.

       0690-NOMBRE-ALCANCE.
           IF IDX-S = 1
               MOVE "ALL-TIME" TO WS-SCOPE-NAME
           ELSE
               MOVE "SEASON " TO SN-TEXT
               MOVE BK-SEASON(IDX-S) TO SN-SEASON
           END-IF.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "RECORDSBOOK" TO RUN-PROGRAMA.
           ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-ACT FROM TIME.
           MOVE RUN-FECHA-ACT TO RUN-FECHA-INI.
           MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-INI.
           MOVE ZERO TO RUN-REG-ENTRADA.
           MOVE ZERO TO RUN-REG-SALIDA.
           MOVE ZERO TO RUN-REG-RECHAZADOS.
           MOVE "OK" TO RUN-RESULTADO.

       9200-GRABAR-CORRIDA.
           ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-ACT FROM TIME.
           MOVE RUN-FECHA-ACT TO RUN-FECHA-FIN.
           MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-FIN.
           OPEN EXTEND RUN-HISTORY.
           WRITE RUN-HISTORY-LINEA FROM RUN-HIST-REGISTRO.
           CLOSE RUN-HISTORY.


          END PROGRAM RECORDSBOOK.
