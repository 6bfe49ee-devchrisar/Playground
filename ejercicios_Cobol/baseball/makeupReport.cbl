       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAKEUPREPORT.
      *> OUTSTANDING MAKEUPS REPORT (MAKEUPS.PRT). LISTS, BY TEAM AND
      *> SEASON, EVERY POSTPONED OR SUSPENDED GAME ON THE GAME FILE
      *> THAT HAS NO MAKEUP GAME LINKED TO IT IN MAKEUPLINK.DAT (THE
      *> LINKS ARE KEPT IN MAINTAININDEXFILE), WITH THE NUMBER OF DAYS
      *> IT HAS BEEN OPEN SINCE ITS ORIGINAL DATE. A SEASON WITH
      *> NOTHING LISTED HAS A COMPLETE SCHEDULE. EACH OWED GAME IS
      *> LISTED UNDER BOTH OF ITS TEAMS; THE GRAND TOTAL COUNTS GAMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BASEBALLIDX ASSIGN TO "BASEBALLIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODEIDX.

       SELECT OPTIONAL MAKEUPLINK ASSIGN TO "MAKEUPLINK.DAT"
        FILE STATUS IS LINK-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAKEUP-POSTPONED-CODE
           ALTERNATE RECORD KEY IS MAKEUP-GAME-CODE.

       SELECT ORDENADO-ARCHIVO ASSIGN TO "MAKEUPS.SRT".

       SELECT REPORT-FILE ASSIGN TO "MAKEUPS.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALLIDX.
           COPY BASEBALLIDX.

       FD MAKEUPLINK.
           COPY MAKEUPLINK.

       SD ORDENADO-ARCHIVO.
       01 ORDENADO-REGISTRO.
           05 ORD-TEAM        PIC X(12).
           05 ORD-SEASON      PIC 9(4).
           05 ORD-DATE        PIC X(10).
           05 ORD-OPPONENT    PIC X(12).
           05 ORD-HOME-AWAY   PIC X(1).
           05 ORD-STATUS      PIC X(6).
           05 ORD-DAYS        PIC 9(5).
           05 ORD-CODE        PIC X(36).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD RUN-HISTORY.
       01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  LINK-CHECK-KEY      PIC X(2).
               88 LINK-FILE-OK     VALUE "00".
               88 LINKFOUND        VALUE "00".
           05  WS-LINK-OPEN-SW     PIC X VALUE "N".
               88 LINK-OPEN        VALUE "S".
           05  WS-SEASON-FILTER    PIC 9(4).
               88 ALL-SEASONS      VALUE ZERO.
           05  WS-TODAY            PIC 9(8).
           05  WS-TODAY-DAYS       PIC 9(7).
           05  WS-GAME-DATE.
               10 WS-GAME-YYYY     PIC X(4).
               10 WS-GAME-MM       PIC X(2).
               10 WS-GAME-DD       PIC X(2).
           05  WS-GAME-DATE-N REDEFINES WS-GAME-DATE PIC 9(8).
           05  WS-DAYS-OPEN        PIC 9(5).

       01  WS-FIN-IDX-SW           PIC X VALUE "N".
           88 FIN-INDICE           VALUE "S".
       01  WS-FIN-ORD-SW           PIC X VALUE "N".
           88 FIN-ORDENADO         VALUE "S".
       01  WS-PRIMER-GRUPO-SW      PIC X VALUE "S".
           88 PRIMER-GRUPO         VALUE "S".

       01  GRUPO-ACTUAL.
           05 GRP-TEAM             PIC X(12).
           05 GRP-SEASON           PIC 9(4).

       01  WS-COUNTERS.
           05  WS-GAMES-READ       PIC 9(6) VALUE ZERO.
           05  WS-NON-FINAL        PIC 9(6) VALUE ZERO.
           05  WS-MADE-UP          PIC 9(6) VALUE ZERO.
           05  WS-OWED             PIC 9(6) VALUE ZERO.
           05  WS-BAD-DATES        PIC 9(6) VALUE ZERO.
           05  WS-GROUP-OWED       PIC 9(4) VALUE ZERO.
           05  WS-GROUP-OLDEST     PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05 FILLER PIC X(43) VALUE
              "OUTSTANDING MAKEUP GAMES BY TEAM AND SEASON".
           05 FILLER PIC X(8) VALUE "  AS OF ".
           05 HDR-TODAY PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE "  SEASON ".
           05 HDR-SEASON PIC X(8).

       01  WS-GROUP-HEADER.
           05 FILLER PIC X(6) VALUE "TEAM ".
           05 GH-TEAM PIC X(12).
           05 FILLER PIC X(9) VALUE "  SEASON ".
           05 GH-SEASON PIC 9(4).

       01  WS-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(14) VALUE "OPPONENT".
           05 FILLER PIC X(4)  VALUE "H/A".
           05 FILLER PIC X(8)  VALUE "STATUS".
           05 FILLER PIC X(11) VALUE "DAYS OPEN".
           05 FILLER PIC X(9)  VALUE "GAME CODE".

       01  WS-REPORT-DETAIL.
           05 RPT-DATE       PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-OPPONENT   PIC X(12).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-HOME-AWAY  PIC X(1).
           05 FILLER         PIC X(3) VALUE SPACE.
           05 RPT-STATUS     PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-DAYS       PIC ZZZZ9.
           05 FILLER         PIC X(6) VALUE SPACE.
           05 RPT-CODE       PIC X(36).

       01  WS-BLANK-LINE.
           05 FILLER PIC X(90) VALUE SPACE.

       01  WS-GROUP-TOTAL.
           05 FILLER PIC X(12) VALUE "GAMES OWED ".
           05 GT-OWED PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   OLDEST (DAYS) ".
           05 GT-OLDEST PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(30).
           05 TOT-VALUE PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 9100-INICIAR-CORRIDA.
           INITIALIZE WS-COUNTERS.
           MOVE "N" TO WS-FIN-IDX-SW.
           MOVE "N" TO WS-FIN-ORD-SW.
           MOVE "S" TO WS-PRIMER-GRUPO-SW.
           MOVE "N" TO WS-LINK-OPEN-SW.
           DISPLAY "SEASON TO LIST (0 = ALL SEASONS): "
             WITH NO ADVANCING.
           ACCEPT WS-SEASON-FILTER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           SET CNV-A-DIAS TO TRUE.
           MOVE WS-TODAY TO CNV-FECHA.
           CALL "PROG0061".
           MOVE CNV-DIAS TO WS-TODAY-DAYS.
           SORT ORDENADO-ARCHIVO
              ON ASCENDING KEY ORD-TEAM ORD-SEASON ORD-DATE
              INPUT PROCEDURE IS 0200-LEER-INDICE
              OUTPUT PROCEDURE IS 0300-IMPRIMIR-PENDIENTES.
           MOVE "MAKEUPS" TO REP-REPORTE.
           MOVE "MAKEUPS.PRT" TO REP-ARCHIVO.
           MOVE "MAKEUPREPORT" TO REP-PROGRAMA.
           CALL "PROG0050".
           DISPLAY "NON-FINAL GAMES   = " WS-NON-FINAL.
           DISPLAY "MADE UP           = " WS-MADE-UP.
           DISPLAY "STILL OWED        = " WS-OWED.
           MOVE WS-GAMES-READ TO RUN-REG-ENTRADA.
           MOVE WS-OWED TO RUN-REG-SALIDA.
           MOVE WS-BAD-DATES TO RUN-REG-RECHAZADOS.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       0100-END.

      *> NO MAKEUP FILE YET MEANS NO GAME HAS BEEN MADE UP, SO EVERY
      *> NON-FINAL GAME IS OWED.
       0200-LEER-INDICE SECTION.
       0210-ABRIR.
           OPEN INPUT MAKEUPLINK.
           IF LINK-FILE-OK
               SET LINK-OPEN TO TRUE
           END-IF.
           OPEN INPUT BASEBALLIDX.
           READ BASEBALLIDX
             AT END SET FIN-INDICE TO TRUE
           END-READ.
           PERFORM 0220-PROCESS-FILE UNTIL
              FIN-INDICE.
           CLOSE BASEBALLIDX.
           IF LINK-OPEN
               CLOSE MAKEUPLINK
           END-IF.
           GO TO 0290-FIN.

       0220-PROCESS-FILE.
           ADD 1 TO WS-GAMES-READ.
           IF (ALL-SEASONS OR SEASONIDX = WS-SEASON-FILTER)
              AND NOT GAME-IS-FINAL
               ADD 1 TO WS-NON-FINAL
               PERFORM 0230-BUSCAR-REPOSICION
           END-IF.
           READ BASEBALLIDX
              AT END SET FIN-INDICE TO TRUE
           END-READ.

       0230-BUSCAR-REPOSICION.
           MOVE "10" TO LINK-CHECK-KEY.
           IF LINK-OPEN
               MOVE CODEIDX TO MAKEUP-POSTPONED-CODE
               READ MAKEUPLINK
                  INVALID KEY
                     CONTINUE
               END-READ
           END-IF.
           IF LINKFOUND
               ADD 1 TO WS-MADE-UP
           ELSE
               ADD 1 TO WS-OWED
               PERFORM 0240-CALCULAR-DIAS
               PERFORM 0250-LIBERAR-JUEGO
           END-IF.

      *> DATE-IDX CARRIES YYYY-MM-DD; DAYS OPEN RUN FROM THAT DATE TO
      *> TODAY. A GAME DATED AHEAD OF TODAY HAS BEEN OPEN ZERO DAYS,
      *> AND A DATE THE CALENDAR CANNOT READ IS COUNTED APART.
       0240-CALCULAR-DIAS.
           MOVE ZERO TO WS-DAYS-OPEN.
           MOVE DATE-IDX(1:4) TO WS-GAME-YYYY.
           MOVE DATE-IDX(6:2) TO WS-GAME-MM.
           MOVE DATE-IDX(9:2) TO WS-GAME-DD.
           IF WS-GAME-DATE IS NUMERIC
               SET CNV-A-DIAS TO TRUE
               MOVE WS-GAME-DATE-N TO CNV-FECHA
               CALL "PROG0061"
           ELSE
               MOVE "N" TO CNV-ESTADO
           END-IF.
           IF CNV-OK
               IF WS-TODAY-DAYS > CNV-DIAS
                   COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - CNV-DIAS
               END-IF
           ELSE
               ADD 1 TO WS-BAD-DATES
           END-IF.

      *> EACH OWED GAME RELEASES ONE OCCURRENCE PER TEAM, SO IT SHOWS
      *> ON BOTH CLUBS' LISTS.
       0250-LIBERAR-JUEGO.
           MOVE SEASONIDX TO ORD-SEASON.
           MOVE DATE-IDX TO ORD-DATE.
           MOVE STATUSIDX TO ORD-STATUS.
           MOVE WS-DAYS-OPEN TO ORD-DAYS.
           MOVE CODEIDX TO ORD-CODE.
           MOVE HOME-TEAMIDX TO ORD-TEAM.
           MOVE AWAY-TEAMIDX TO ORD-OPPONENT.
           MOVE "H" TO ORD-HOME-AWAY.
           RELEASE ORDENADO-REGISTRO.
           MOVE AWAY-TEAMIDX TO ORD-TEAM.
           MOVE HOME-TEAMIDX TO ORD-OPPONENT.
           MOVE "A" TO ORD-HOME-AWAY.
           RELEASE ORDENADO-REGISTRO.

       0290-FIN.
           EXIT.

       0300-IMPRIMIR-PENDIENTES SECTION.
       0310-ENCABEZADO.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO HDR-TODAY.
           IF ALL-SEASONS
               MOVE "ALL" TO HDR-SEASON
           ELSE
               MOVE WS-SEASON-FILTER TO HDR-SEASON
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           PERFORM 0320-RETORNAR.
           PERFORM 0330-LISTAR UNTIL
              FIN-ORDENADO.
           IF NOT PRIMER-GRUPO
               PERFORM 0360-CERRAR-GRUPO
           END-IF.
           PERFORM 0370-IMPRIMIR-TOTALES.
           CLOSE REPORT-FILE.
           GO TO 0390-FIN.

       0320-RETORNAR.
           RETURN ORDENADO-ARCHIVO
              AT END SET FIN-ORDENADO TO TRUE
           END-RETURN.

       0330-LISTAR.
           IF PRIMER-GRUPO
              OR ORD-TEAM NOT = GRP-TEAM
              OR ORD-SEASON NOT = GRP-SEASON
               IF NOT PRIMER-GRUPO
                   PERFORM 0360-CERRAR-GRUPO
               END-IF
               MOVE "N" TO WS-PRIMER-GRUPO-SW
               MOVE ORD-TEAM TO GRP-TEAM
               MOVE ORD-SEASON TO GRP-SEASON
               MOVE ZERO TO WS-GROUP-OWED
               MOVE ZERO TO WS-GROUP-OLDEST
               PERFORM 0350-ABRIR-GRUPO
           END-IF.
           ADD 1 TO WS-GROUP-OWED.
           IF ORD-DAYS > WS-GROUP-OLDEST
               MOVE ORD-DAYS TO WS-GROUP-OLDEST
           END-IF.
           MOVE ORD-DATE TO RPT-DATE.
           MOVE ORD-OPPONENT TO RPT-OPPONENT.
           MOVE ORD-HOME-AWAY TO RPT-HOME-AWAY.
           MOVE ORD-STATUS TO RPT-STATUS.
           MOVE ORD-DAYS TO RPT-DAYS.
           MOVE ORD-CODE TO RPT-CODE.
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL.
           PERFORM 0320-RETORNAR.

       0350-ABRIR-GRUPO.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE GRP-TEAM TO GH-TEAM.
           MOVE GRP-SEASON TO GH-SEASON.
           WRITE REPORT-LINE FROM WS-GROUP-HEADER.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0360-CERRAR-GRUPO.
           MOVE WS-GROUP-OWED TO GT-OWED.
           MOVE WS-GROUP-OLDEST TO GT-OLDEST.
           WRITE REPORT-LINE FROM WS-GROUP-TOTAL.

       0370-IMPRIMIR-TOTALES.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "NON-FINAL GAMES" TO TOT-LABEL.
           MOVE WS-NON-FINAL TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "MADE UP (LINKED)" TO TOT-LABEL.
           MOVE WS-MADE-UP TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "STILL OWED" TO TOT-LABEL.
           MOVE WS-OWED TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DATES NOT READABLE" TO TOT-LABEL.
           MOVE WS-BAD-DATES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0390-FIN.
           EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "MAKEUPREPORT" TO RUN-PROGRAMA.
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


          END PROGRAM MAKEUPREPORT.
