       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENUEREPORT.
      *> ESTIMATED GATE REVENUE REPORT (REVENUE.PRT). EACH FINAL GAME'S
      *> ATTENDANCE IS PRICED WITH THE TICKET PRICE TIER OF ITS VENUE
      *> AND SEASON (PRICETIER.DAT, KEPT IN MAINTAINVENUEFILE): THE
      *> PREMIUM PRICE WHEN THE DATE IS ONE OF THE TIER'S PREMIUM
      *> DATES, THE WEEKEND PRICE ON SATURDAY AND SUNDAY AND THE
      *> WEEKDAY PRICE OTHERWISE. THE ESTIMATE IS TOTALLED BY VENUE, BY
      *> HOME TEAM, BY MONTH AND FOR ALL GAMES, ONE LINE PER SEASON,
      *> AND EACH LINE IS COMPARED WITH THE SAME LINE OF THE SEASON
      *> BEFORE (CHANGE IN ATTENDANCE, AVERAGE PRICE AND REVENUE) SO
      *> PRICE CHANGES CAN BE JUDGED AGAINST ATTENDANCE. GAMES WHOSE
      *> VENUE HAS NO TIER FOR THE SEASON ARE LEFT OUT OF THE MONEY AND
      *> LISTED AT THE END SO THE MASTER CAN BE COMPLETED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BASEBALLIDX ASSIGN TO "BASEBALLIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODEIDX.

       SELECT OPTIONAL PRICETIER ASSIGN TO "PRICETIER.DAT"
        FILE STATUS IS PRICE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRICE-KEY.

       SELECT ORDENADO-ARCHIVO ASSIGN TO "REVENUE.SRT".

       SELECT REPORT-FILE ASSIGN TO "REVENUE.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALLIDX.
           COPY BASEBALLIDX.

       FD PRICETIER.
           COPY PRICETIER.

      *> ORD-TIPO: 1 VENUE, 2 HOME TEAM, 3 MONTH (ORD-CLAVE = MM),
      *> 4 ALL GAMES, 5 GAMES WITH NO PRICE TIER (BY VENUE).
       SD ORDENADO-ARCHIVO.
       01 ORDENADO-REGISTRO.
           05 ORD-TIPO        PIC 9(1).
           05 ORD-CLAVE       PIC X(20).
           05 ORD-SEASON      PIC 9(4).
           05 ORD-ATT         PIC 9(5).
           05 ORD-REVENUE     PIC 9(8)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

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
           05  PRICE-CHECK-KEY     PIC X(2).
               88 PRICE-FILE-OK    VALUE "00".
           05  WS-PRICE-OPEN-SW    PIC X VALUE "N".
               88 PRICE-OPEN       VALUE "S".
           05  WS-TIER-SW          PIC X VALUE "N".
               88 TIER-FOUND       VALUE "S".
           05  WS-PREMIUM-SW       PIC X VALUE "N".
               88 PREMIUM-GAME     VALUE "S".
           05  WS-SEASON-FILTER    PIC 9(4).
               88 ALL-SEASONS      VALUE ZERO.
           05  WS-PRIOR-SEASON     PIC 9(4).
           05  WS-TIER-KEY         PIC X(24).
           05  WS-PRICE            PIC 9(3)V99.
           05  WS-PREMIUM-IDX      PIC 9(2).
           05  WS-SEMANAS          PIC 9(7).
           05  WS-DIA-SEMANA       PIC 9(1).
           05  WS-GAME-DATE.
               10 WS-GAME-YYYY     PIC X(4).
               10 WS-GAME-MM       PIC X(2).
               10 WS-GAME-DD       PIC X(2).
           05  WS-GAME-DATE-N REDEFINES WS-GAME-DATE PIC 9(8).
           05  WS-MES              PIC 9(2).

       01  WS-FIN-IDX-SW           PIC X VALUE "N".
           88 FIN-INDICE           VALUE "S".
       01  WS-FIN-ORD-SW           PIC X VALUE "N".
           88 FIN-ORDENADO         VALUE "S".
       01  WS-PRIMER-GRUPO-SW      PIC X VALUE "S".
           88 PRIMER-GRUPO         VALUE "S".
       01  WS-EN-TEMPORADA-SW      PIC X VALUE "N".
           88 GAME-IN-SEASON       VALUE "S".

       01  MESES-VALORES.
           05 FILLER PIC X(9) VALUE "JANUARY".
           05 FILLER PIC X(9) VALUE "FEBRUARY".
           05 FILLER PIC X(9) VALUE "MARCH".
           05 FILLER PIC X(9) VALUE "APRIL".
           05 FILLER PIC X(9) VALUE "MAY".
           05 FILLER PIC X(9) VALUE "JUNE".
           05 FILLER PIC X(9) VALUE "JULY".
           05 FILLER PIC X(9) VALUE "AUGUST".
           05 FILLER PIC X(9) VALUE "SEPTEMBER".
           05 FILLER PIC X(9) VALUE "OCTOBER".
           05 FILLER PIC X(9) VALUE "NOVEMBER".
           05 FILLER PIC X(9) VALUE "DECEMBER".
       01  MESES-TABLA REDEFINES MESES-VALORES.
           05 MES-NOMBRE PIC X(9) OCCURS 12 TIMES.

       01  SECCIONES-VALORES.
           05 FILLER PIC X(40) VALUE "ESTIMATED GATE REVENUE BY VENUE".
           05 FILLER PIC X(40) VALUE
              "ESTIMATED GATE REVENUE BY HOME TEAM".
           05 FILLER PIC X(40) VALUE "ESTIMATED GATE REVENUE BY MONTH".
           05 FILLER PIC X(40) VALUE
              "ESTIMATED GATE REVENUE, ALL GAMES".
           05 FILLER PIC X(40) VALUE
              "FINAL GAMES WITH NO PRICE TIER".
       01  SECCIONES-TABLA REDEFINES SECCIONES-VALORES.
           05 SECCION-TITULO PIC X(40) OCCURS 5 TIMES.

       01  GRUPO-ACTUAL.
           05 GRP-TIPO             PIC 9(1).
           05 GRP-CLAVE            PIC X(20).
           05 GRP-SEASON           PIC 9(4).
           05 GRP-GAMES            PIC 9(6).
           05 GRP-ATT              PIC 9(9).
           05 GRP-REVENUE          PIC 9(11)V99.
           05 GRP-AVG-PRICE        PIC 9(3)V99.

      *> THE GROUP JUST PRINTED; IT IS THE PRIOR SEASON OF THE NEXT
      *> GROUP WHEN TYPE AND KEY MATCH AND ITS SEASON IS ONE LESS.
       01  GRUPO-ANTERIOR.
           05 ANT-TIPO             PIC 9(1).
           05 ANT-CLAVE            PIC X(20).
           05 ANT-SEASON           PIC 9(4).
           05 ANT-ATT              PIC 9(9).
           05 ANT-REVENUE          PIC 9(11)V99.
           05 ANT-AVG-PRICE        PIC 9(3)V99.

       01  WS-CAMBIO               PIC S9(4)V9.
       01  WS-CAMBIO-EDIT          PIC -ZZZ9.9.

       01  WS-COUNTERS.
           05  WS-GAMES-READ       PIC 9(6) VALUE ZERO.
           05  WS-PRICED           PIC 9(6) VALUE ZERO.
           05  WS-NO-TIER          PIC 9(6) VALUE ZERO.
           05  WS-WEEKDAY-GAMES    PIC 9(6) VALUE ZERO.
           05  WS-WEEKEND-GAMES    PIC 9(6) VALUE ZERO.
           05  WS-PREMIUM-GAMES    PIC 9(6) VALUE ZERO.
           05  WS-BAD-DATES        PIC 9(6) VALUE ZERO.
           05  WS-LINES            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05 FILLER PIC X(32) VALUE
              "ESTIMATED GATE REVENUE - SEASON ".
           05 HDR-SEASON PIC X(8).

       01  WS-BLANK-LINE.
           05 FILLER PIC X(90) VALUE SPACE.

       01  WS-SECTION-HEADER.
           05 SH-TEXT PIC X(40).

       01  WS-COLUMN-HEADER.
           05 FILLER PIC X(22) VALUE SPACE.
           05 FILLER PIC X(6)  VALUE "SEASON".
           05 FILLER PIC X(7)  VALUE "GAMES".
           05 FILLER PIC X(12) VALUE "ATTENDANCE".
           05 FILLER PIC X(8)  VALUE "AVG PRC".
           05 FILLER PIC X(16) VALUE "EST REVENUE".
           05 FILLER PIC X(10) VALUE "ATT CHG".
           05 FILLER PIC X(10) VALUE "PRC CHG".
           05 FILLER PIC X(10) VALUE "REV CHG".

       01  WS-REPORT-DETAIL.
           05 RPT-CLAVE      PIC X(20).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-SEASON     PIC 9(4).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-GAMES      PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-ATT        PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-AVG-PRICE  PIC ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-REVENUE    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-ATT-CHG    PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-PRICE-CHG  PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RPT-REV-CHG    PIC X(8).

       01  WS-MISSING-HEADER.
           05 FILLER PIC X(22) VALUE "VENUE".
           05 FILLER PIC X(6)  VALUE "SEASON".
           05 FILLER PIC X(7)  VALUE "GAMES".
           05 FILLER PIC X(12) VALUE "ATTENDANCE".

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
           MOVE "N" TO WS-PRICE-OPEN-SW.
           DISPLAY "SEASON TO REPORT (0 = ALL SEASONS): "
             WITH NO ADVANCING.
           ACCEPT WS-SEASON-FILTER.
           MOVE ZERO TO WS-PRIOR-SEASON.
           IF NOT ALL-SEASONS
               COMPUTE WS-PRIOR-SEASON = WS-SEASON-FILTER - 1
           END-IF.
           SORT ORDENADO-ARCHIVO
              ON ASCENDING KEY ORD-TIPO ORD-CLAVE ORD-SEASON
              INPUT PROCEDURE IS 0200-LEER-INDICE
              OUTPUT PROCEDURE IS 0300-IMPRIMIR-INGRESOS.
           MOVE "REVENUE" TO REP-REPORTE.
           MOVE "REVENUE.PRT" TO REP-ARCHIVO.
           MOVE "REVENUEREPORT" TO REP-PROGRAMA.
           CALL "PROG0050".
           DISPLAY "GAMES PRICED      = " WS-PRICED.
           DISPLAY "NO PRICE TIER     = " WS-NO-TIER.
           MOVE WS-GAMES-READ TO RUN-REG-ENTRADA.
           MOVE WS-LINES TO RUN-REG-SALIDA.
           MOVE WS-NO-TIER TO RUN-REG-RECHAZADOS.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       0100-END.

      *> WITH ONE SEASON REQUESTED, THE SEASON BEFORE IS READ TOO SO
      *> ITS LINES CAN SERVE AS THE COMPARISON; THEY ARE NOT PRINTED
      *> AND ITS GAMES ARE LEFT OUT OF THE COUNTS AND THE RUN LOG.
      *> WITHOUT A PRICE-TIER FILE EVERY GAME LANDS IN THE NO-TIER
      *> LIST.
       0200-LEER-INDICE SECTION.
       0210-ABRIR.
           OPEN INPUT PRICETIER.
           IF PRICE-FILE-OK
               SET PRICE-OPEN TO TRUE
           END-IF.
           MOVE SPACE TO WS-TIER-KEY.
           OPEN INPUT BASEBALLIDX.
           READ BASEBALLIDX
             AT END SET FIN-INDICE TO TRUE
           END-READ.
           PERFORM 0220-PROCESS-FILE UNTIL
              FIN-INDICE.
           CLOSE BASEBALLIDX.
           IF PRICE-OPEN
               CLOSE PRICETIER
           END-IF.
           GO TO 0290-FIN.

       0220-PROCESS-FILE.
           ADD 1 TO WS-GAMES-READ.
           IF GAME-IS-FINAL
              AND (ALL-SEASONS OR SEASONIDX = WS-SEASON-FILTER
                   OR SEASONIDX = WS-PRIOR-SEASON)
               IF ALL-SEASONS OR SEASONIDX = WS-SEASON-FILTER
                   SET GAME-IN-SEASON TO TRUE
               ELSE
                   MOVE "N" TO WS-EN-TEMPORADA-SW
               END-IF
               PERFORM 0230-BUSCAR-TARIFA
               IF TIER-FOUND
                   PERFORM 0240-PRECIO-DEL-JUEGO
                   PERFORM 0250-LIBERAR-JUEGO
               ELSE
                   IF GAME-IN-SEASON
                       ADD 1 TO WS-NO-TIER
                   END-IF
                   MOVE 5 TO ORD-TIPO
                   MOVE VENUEIDX TO ORD-CLAVE
                   MOVE SEASONIDX TO ORD-SEASON
                   MOVE ATTENDANCE TO ORD-ATT
                   MOVE ZERO TO ORD-REVENUE
                   RELEASE ORDENADO-REGISTRO
               END-IF
           END-IF.
           READ BASEBALLIDX
              AT END SET FIN-INDICE TO TRUE
           END-READ.

      *> THE TIER LAST READ IS KEPT WHILE VENUE AND SEASON REPEAT.
       0230-BUSCAR-TARIFA.
           IF PRICE-OPEN
               IF VENUEIDX NOT = WS-TIER-KEY(1:20)
                  OR SEASONIDX NOT = WS-TIER-KEY(21:4)
                   MOVE VENUEIDX TO PRICE-VENUE
                   MOVE SEASONIDX TO PRICE-SEASON
                   MOVE PRICE-KEY TO WS-TIER-KEY
                   MOVE "N" TO WS-TIER-SW
                   READ PRICETIER
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         SET TIER-FOUND TO TRUE
                   END-READ
               END-IF
           ELSE
               MOVE "N" TO WS-TIER-SW
           END-IF.

      *> PREMIUM DATE FIRST; OTHERWISE THE DAY OF THE WEEK FROM THE
      *> DAY NUMBER OF THE DATE SERVICE (REMAINDER 0 IS MONDAY, 5 AND
      *> 6 THE WEEKEND). A DATE THE SERVICE CANNOT READ IS PRICED AS
      *> A WEEKDAY AND COUNTED APART.
       0240-PRECIO-DEL-JUEGO.
           MOVE "N" TO WS-PREMIUM-SW.
           PERFORM 0245-COMPARAR-PREMIUM
              VARYING WS-PREMIUM-IDX FROM 1 BY 1
              UNTIL WS-PREMIUM-IDX > PRICE-PREMIUM-COUNT
                 OR WS-PREMIUM-IDX > 12
                 OR PREMIUM-GAME.
           IF PREMIUM-GAME
               MOVE PRICE-PREMIUM TO WS-PRICE
               IF GAME-IN-SEASON
                   ADD 1 TO WS-PREMIUM-GAMES
               END-IF
           ELSE
               MOVE DATE-IDX(1:4) TO WS-GAME-YYYY
               MOVE DATE-IDX(6:2) TO WS-GAME-MM
               MOVE DATE-IDX(9:2) TO WS-GAME-DD
               IF WS-GAME-DATE IS NUMERIC
                   SET CNV-A-DIAS TO TRUE
                   MOVE WS-GAME-DATE-N TO CNV-FECHA
                   CALL "PROG0061"
               ELSE
                   MOVE "N" TO CNV-ESTADO
               END-IF
               MOVE ZERO TO WS-DIA-SEMANA
               IF CNV-OK
                   DIVIDE CNV-DIAS BY 7 GIVING WS-SEMANAS
                      REMAINDER WS-DIA-SEMANA
               ELSE
                   IF GAME-IN-SEASON
                       ADD 1 TO WS-BAD-DATES
                   END-IF
               END-IF
               IF WS-DIA-SEMANA > 4
                   MOVE PRICE-WEEKEND TO WS-PRICE
                   IF GAME-IN-SEASON
                       ADD 1 TO WS-WEEKEND-GAMES
                   END-IF
               ELSE
                   MOVE PRICE-WEEKDAY TO WS-PRICE
                   IF GAME-IN-SEASON
                       ADD 1 TO WS-WEEKDAY-GAMES
                   END-IF
               END-IF
           END-IF.

       0245-COMPARAR-PREMIUM.
           IF PRICE-PREMIUM-DATE(WS-PREMIUM-IDX) = DATE-IDX
               SET PREMIUM-GAME TO TRUE
           END-IF.

      *> ONE OCCURRENCE PER TOTAL THE GAME FEEDS: ITS VENUE, ITS HOME
      *> TEAM, ITS MONTH AND THE ALL-GAMES LINE.
       0250-LIBERAR-JUEGO.
           IF GAME-IN-SEASON
               ADD 1 TO WS-PRICED
           END-IF.
           MOVE SEASONIDX TO ORD-SEASON.
           MOVE ATTENDANCE TO ORD-ATT.
           COMPUTE ORD-REVENUE = ATTENDANCE * WS-PRICE.
           MOVE 1 TO ORD-TIPO.
           MOVE VENUEIDX TO ORD-CLAVE.
           RELEASE ORDENADO-REGISTRO.
           MOVE 2 TO ORD-TIPO.
           MOVE HOME-TEAMIDX TO ORD-CLAVE.
           RELEASE ORDENADO-REGISTRO.
           MOVE 3 TO ORD-TIPO.
           MOVE DATE-IDX(6:2) TO ORD-CLAVE.
           RELEASE ORDENADO-REGISTRO.
           MOVE 4 TO ORD-TIPO.
           MOVE "ALL GAMES" TO ORD-CLAVE.
           RELEASE ORDENADO-REGISTRO.

       0290-FIN.
           EXIT.

       0300-IMPRIMIR-INGRESOS SECTION.
       0310-ENCABEZADO.
           OPEN OUTPUT REPORT-FILE.
           IF ALL-SEASONS
               MOVE "ALL" TO HDR-SEASON
           ELSE
               MOVE WS-SEASON-FILTER TO HDR-SEASON
           END-IF.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           INITIALIZE GRUPO-ANTERIOR.
           PERFORM 0320-RETORNAR.
           PERFORM 0330-ACUMULAR UNTIL
              FIN-ORDENADO.
           IF NOT PRIMER-GRUPO
               PERFORM 0350-CERRAR-GRUPO
           END-IF.
           PERFORM 0380-IMPRIMIR-TOTALES.
           CLOSE REPORT-FILE.
           GO TO 0390-FIN.

       0320-RETORNAR.
           RETURN ORDENADO-ARCHIVO
              AT END SET FIN-ORDENADO TO TRUE
           END-RETURN.

       0330-ACUMULAR.
           IF PRIMER-GRUPO
              OR ORD-TIPO NOT = GRP-TIPO
              OR ORD-CLAVE NOT = GRP-CLAVE
              OR ORD-SEASON NOT = GRP-SEASON
               IF NOT PRIMER-GRUPO
                   PERFORM 0350-CERRAR-GRUPO
               END-IF
               IF PRIMER-GRUPO OR ORD-TIPO NOT = GRP-TIPO
                   PERFORM 0340-ABRIR-SECCION
               END-IF
               MOVE "N" TO WS-PRIMER-GRUPO-SW
               MOVE ORD-TIPO TO GRP-TIPO
               MOVE ORD-CLAVE TO GRP-CLAVE
               MOVE ORD-SEASON TO GRP-SEASON
               MOVE ZERO TO GRP-GAMES
               MOVE ZERO TO GRP-ATT
               MOVE ZERO TO GRP-REVENUE
           END-IF.
           ADD 1 TO GRP-GAMES.
           ADD ORD-ATT TO GRP-ATT.
           ADD ORD-REVENUE TO GRP-REVENUE.
           PERFORM 0320-RETORNAR.

       0340-ABRIR-SECCION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE SECCION-TITULO(ORD-TIPO) TO SH-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-HEADER.
           IF ORD-TIPO = 5
               WRITE REPORT-LINE FROM WS-MISSING-HEADER
           ELSE
               WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0350-CERRAR-GRUPO.
           IF GRP-ATT = ZERO
               MOVE ZERO TO GRP-AVG-PRICE
           ELSE
               COMPUTE GRP-AVG-PRICE ROUNDED = GRP-REVENUE / GRP-ATT
           END-IF.
           IF ALL-SEASONS OR GRP-SEASON = WS-SEASON-FILTER
               PERFORM 0360-IMPRIMIR-GRUPO
           END-IF.
           MOVE GRP-TIPO TO ANT-TIPO.
           MOVE GRP-CLAVE TO ANT-CLAVE.
           MOVE GRP-SEASON TO ANT-SEASON.
           MOVE GRP-ATT TO ANT-ATT.
           MOVE GRP-REVENUE TO ANT-REVENUE.
           MOVE GRP-AVG-PRICE TO ANT-AVG-PRICE.

       0360-IMPRIMIR-GRUPO.
           ADD 1 TO WS-LINES.
           MOVE SPACE TO WS-REPORT-DETAIL.
           IF GRP-TIPO = 3
               MOVE "??" TO RPT-CLAVE
               IF GRP-CLAVE(1:2) IS NUMERIC
                   MOVE GRP-CLAVE(1:2) TO WS-MES
                   IF WS-MES > 0 AND WS-MES < 13
                       MOVE MES-NOMBRE(WS-MES) TO RPT-CLAVE
                   END-IF
               END-IF
           ELSE
               MOVE GRP-CLAVE TO RPT-CLAVE
           END-IF.
           MOVE GRP-SEASON TO RPT-SEASON.
           MOVE GRP-GAMES TO RPT-GAMES.
           MOVE GRP-ATT TO RPT-ATT.
           IF GRP-TIPO = 5
               WRITE REPORT-LINE FROM WS-REPORT-DETAIL(1:46)
           ELSE
               MOVE GRP-AVG-PRICE TO RPT-AVG-PRICE
               MOVE GRP-REVENUE TO RPT-REVENUE
               PERFORM 0370-COMPARAR-ANTERIOR
               WRITE REPORT-LINE FROM WS-REPORT-DETAIL
           END-IF.

      *> CHANGES ARE PERCENT OF THE SEASON BEFORE; "N/A" WHEN THAT
      *> SEASON HAS NO LINE OR A ZERO TO DIVIDE BY.
       0370-COMPARAR-ANTERIOR.
           MOVE "     N/A" TO RPT-ATT-CHG.
           MOVE "     N/A" TO RPT-PRICE-CHG.
           MOVE "     N/A" TO RPT-REV-CHG.
           IF ANT-TIPO = GRP-TIPO AND ANT-CLAVE = GRP-CLAVE
              AND ANT-SEASON + 1 = GRP-SEASON
               IF ANT-ATT > ZERO
                   COMPUTE WS-CAMBIO ROUNDED =
                      (GRP-ATT - ANT-ATT) * 100 / ANT-ATT
                      ON SIZE ERROR MOVE 9999.9 TO WS-CAMBIO
                   END-COMPUTE
                   MOVE WS-CAMBIO TO WS-CAMBIO-EDIT
                   STRING WS-CAMBIO-EDIT "%" DELIMITED BY SIZE
                      INTO RPT-ATT-CHG
               END-IF
               IF ANT-AVG-PRICE > ZERO
                   COMPUTE WS-CAMBIO ROUNDED =
                      (GRP-AVG-PRICE - ANT-AVG-PRICE) * 100
                      / ANT-AVG-PRICE
                      ON SIZE ERROR MOVE 9999.9 TO WS-CAMBIO
                   END-COMPUTE
                   MOVE WS-CAMBIO TO WS-CAMBIO-EDIT
                   STRING WS-CAMBIO-EDIT "%" DELIMITED BY SIZE
                      INTO RPT-PRICE-CHG
               END-IF
               IF ANT-REVENUE > ZERO
                   COMPUTE WS-CAMBIO ROUNDED =
                      (GRP-REVENUE - ANT-REVENUE) * 100 / ANT-REVENUE
                      ON SIZE ERROR MOVE 9999.9 TO WS-CAMBIO
                   END-COMPUTE
                   MOVE WS-CAMBIO TO WS-CAMBIO-EDIT
                   STRING WS-CAMBIO-EDIT "%" DELIMITED BY SIZE
                      INTO RPT-REV-CHG
               END-IF
           END-IF.

       0380-IMPRIMIR-TOTALES.
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "FINAL GAMES PRICED" TO TOT-LABEL.
           MOVE WS-PRICED TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  AT THE WEEKDAY PRICE" TO TOT-LABEL.
           MOVE WS-WEEKDAY-GAMES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  AT THE WEEKEND PRICE" TO TOT-LABEL.
           MOVE WS-WEEKEND-GAMES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  AT THE PREMIUM PRICE" TO TOT-LABEL.
           MOVE WS-PREMIUM-GAMES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "FINAL GAMES WITH NO TIER" TO TOT-LABEL.
           MOVE WS-NO-TIER TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DATES NOT READABLE" TO TOT-LABEL.
           MOVE WS-BAD-DATES TO TOT-VALUE.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0390-FIN.
           EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "REVENUEREPORT" TO RUN-PROGRAMA.
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


          END PROGRAM REVENUEREPORT.
