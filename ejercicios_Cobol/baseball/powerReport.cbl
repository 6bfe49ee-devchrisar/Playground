       IDENTIFICATION DIVISION.
       PROGRAM-ID. POWERREPORT.
      *> POWER RANKINGS REPORT (POWER.PRT) FOR ONE SEASON OR ALL-TIME.
      *> FROM THE FINAL GAMES ON THE GAME FILE EACH TEAM GETS ITS W, L
      *> AND PCT, RUNS SCORED AND ALLOWED, RUN DIFFERENTIAL AND THE
      *> WINNING PERCENTAGE EXPECTED FROM ITS RUNS (RS SQUARED OVER RS
      *> SQUARED PLUS RA SQUARED). THE EXPECTED WINS ARE THAT
      *> PERCENTAGE TIMES GAMES PLAYED, AND +/- IS ACTUAL WINS LESS
      *> EXPECTED: A BIG PLUS IS A TEAM WINNING CLOSE GAMES, A BIG
      *> MINUS ONE LOSING THEM. TEAMS ARE RANKED BY EXPECTED PCT, THEN
      *> RUN DIFFERENTIAL, THEN NAME. EACH TEAM ALSO SHOWS ITS RECORD
      *> AGAINST ITS OWN DIVISION, THE REST OF ITS LEAGUE AND THE
      *> OTHER LEAGUE, FROM TEAM-LEAGUE AND TEAM-DIVISION IN THE TEAM
      *> MASTER; A GAME WITH A TEAM MISSING FROM THE MASTER FALLS IN
      *> NO SPLIT, SO THE SPLITS THEN ADD UP TO LESS THAN W-L. THE SAME
      *> FIGURES GO TO A SEMICOLON-DELIMITED EXPORT (POWER.CSV) FOR
      *> THE CLUB WEBSITE, LAID OUT LIKE STANDINGS.CSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BASEBALLIDX ASSIGN TO "BASEBALLIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODEIDX.

       SELECT TEAMMASTER ASSIGN TO "TEAMMASTER.DAT"
        FILE STATUS IS TEAM-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEAM-CODE.

       SELECT REPORT-FILE ASSIGN TO "POWER.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXPORT-FILE ASSIGN TO "POWER.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALLIDX.
           COPY BASEBALLIDX.

       FD TEAMMASTER.
           COPY TEAMMASTER.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(125).

       FD EXPORT-FILE.
       01 EXPORT-LINE PIC X(110).

       FD RUN-HISTORY.
       01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  TEAM-CHECK-KEY      PIC X(2).
               88 TEAM-MASTER-OK   VALUE "00".
           05  WS-MASTER-OPEN-SW   PIC X VALUE "N".
               88 MASTER-OPEN      VALUE "S".
           05  WS-END-SW           PIC X VALUE "N".
               88 END-OF-GAMES     VALUE "S".
           05  WS-SEASON-FILTER    PIC 9(4).
               88 ALL-SEASONS      VALUE ZERO.
           05  WS-TEAM-BUSCADO     PIC X(12).
           05  WS-HOME-GANA-SW     PIC X.
               88 HOME-GANA        VALUE "S".

       77  PW-COUNT      PIC 9(4) COMP VALUE ZERO.
       77  PW-MAX        PIC 9(4) COMP VALUE 500.
       77  IDX-I         PIC 9(4) COMP.
       77  IDX-J         PIC 9(4) COMP.
       77  IDX-MEJOR     PIC 9(4) COMP.
       77  IDX-HOME      PIC 9(4) COMP.
       77  IDX-AWAY      PIC 9(4) COMP.

       01  PW-TABLA.
           05 PW-ENTRY OCCURS 500 TIMES.
              10 PW-LEAGUE  PIC X(2).
              10 PW-DIV     PIC X(4).
              10 PW-NAME    PIC X(12).
              10 PW-W       PIC 9(4).
              10 PW-L       PIC 9(4).
              10 PW-RS      PIC 9(5).
              10 PW-RA      PIC 9(5).
              10 PW-DIFF    PIC S9(5).
              10 PW-DIV-W   PIC 9(4).
              10 PW-DIV-L   PIC 9(4).
              10 PW-LIG-W   PIC 9(4).
              10 PW-LIG-L   PIC 9(4).
              10 PW-OTR-W   PIC 9(4).
              10 PW-OTR-L   PIC 9(4).
              10 PW-PCT     PIC 9V999.
              10 PW-EXP-PCT PIC 9V999.

       01  PW-TEMP         PIC X(73).

       01  PW-CALCULO.
           05 PW-EXP-W     PIC 9(4)V9.
           05 PW-MAS-MENOS PIC S9(4)V9.

       01  WS-CONTADORES.
           05 WS-LINEAS-EN-PAGINA  PIC 99 VALUE ZERO.
           05 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           05 WS-NUM-PAGINA        PIC 9(3) VALUE ZERO.
           05 WS-FINAL-GAMES       PIC 9(6) VALUE ZERO.

      *> FIXED-WIDTH FIELDS SEPARATED BY SEMICOLONS: THE WEBSITE GETS
      *> THE SAME COLUMNS IN THE SAME PLACES ON EVERY RUN.
       01  EXPORT-HEADER.
           05 FILLER PIC X(51) VALUE
              "RANK;TEAM;LEAGUE;DIVISION;W;L;PCT;RS;RA;DIFF;EXPPCT".
           05 FILLER PIC X(45) VALUE
              ";EXPW;PLUSMINUS;DIVW;DIVL;LGW;LGL;OTHW;OTHL".

       01  EXPORT-DETAIL.
           05 EXP-RANK   PIC 9(3).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-NAME   PIC X(12).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-LEAGUE PIC X(2).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-DIV    PIC X(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-W      PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-L      PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-PCT    PIC 9.999.
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-RS     PIC 9(5).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-RA     PIC 9(5).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-DIFF   PIC -9(5).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-EXPPCT PIC 9.999.
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-EXPW   PIC 9999.9.
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-PM     PIC -9999.9.
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-DIV-W  PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-DIV-L  PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-LIG-W  PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-LIG-L  PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-OTR-W  PIC 9(4).
           05 FILLER     PIC X(1) VALUE ";".
           05 EXP-OTR-L  PIC 9(4).

       01  ENCABEZADO-1.
           05 FILLER PIC X(34) VALUE "POWER RANKINGS - SEASON ".
           05 ENC1-SEASON PIC X(8).
           05 FILLER PIC X(10) VALUE "  PAGE ".
           05 ENC1-PAGE PIC ZZ9.

       01  LINEA-BLANCO.
           05 FILLER PIC X(90) VALUE SPACE.

       01  ENCABEZADO-COLUMNAS.
           05 FILLER PIC X(5)  VALUE "RK".
           05 FILLER PIC X(14) VALUE "TEAM".
           05 FILLER PIC X(4)  VALUE "LG".
           05 FILLER PIC X(6)  VALUE "DIV".
           05 FILLER PIC X(6)  VALUE "W".
           05 FILLER PIC X(6)  VALUE "L".
           05 FILLER PIC X(7)  VALUE "PCT".
           05 FILLER PIC X(7)  VALUE "RS".
           05 FILLER PIC X(7)  VALUE "RA".
           05 FILLER PIC X(7)  VALUE "DIFF".
           05 FILLER PIC X(7)  VALUE "EXP".
           05 FILLER PIC X(8)  VALUE "EXP W".
           05 FILLER PIC X(8)  VALUE "+/-".
           05 FILLER PIC X(11) VALUE "DIV".
           05 FILLER PIC X(11) VALUE "LEAGUE".
           05 FILLER PIC X(11) VALUE "OTHER".

       01  LINEA-EQUIPO.
           05 DET-RANK   PIC ZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-NAME   PIC X(12).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-LEAGUE PIC X(2).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-DIV    PIC X(4).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-W      PIC ZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-L      PIC ZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-PCT    PIC Z.999.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-RS     PIC ZZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-RA     PIC ZZZZ9.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 DET-DIFF   PIC -ZZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-EXPPCT PIC Z.999.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-EXPW   PIC ZZZ9.9.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 DET-PM     PIC -ZZZ9.9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-DIV-W  PIC ZZZ9.
           05 FILLER     PIC X(1) VALUE "-".
           05 DET-DIV-L  PIC ZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-LIG-W  PIC ZZZ9.
           05 FILLER     PIC X(1) VALUE "-".
           05 DET-LIG-L  PIC ZZZ9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-OTR-W  PIC ZZZ9.
           05 FILLER     PIC X(1) VALUE "-".
           05 DET-OTR-L  PIC ZZZ9.

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 9100-INICIAR-CORRIDA.
           DISPLAY "SEASON FOR THE POWER RANKINGS (0 = ALL-TIME): "
             WITH NO ADVANCING.
           ACCEPT WS-SEASON-FILTER.
           OPEN INPUT BASEBALLIDX.
           OPEN INPUT TEAMMASTER.
           IF TEAM-MASTER-OK
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: TEAMMASTER.DAT COULD NOT BE OPENED "
                  "(STATUS " TEAM-CHECK-KEY "); NO DIVISION OR "
                  "LEAGUE SPLITS CAN BE SHOWN."
           END-IF.

           READ BASEBALLIDX
              AT END SET END-OF-GAMES TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-GAME UNTIL
              END-OF-GAMES.
           CLOSE BASEBALLIDX.

           PERFORM 0400-ORDENAR-TABLA.
           PERFORM 0500-IMPRIMIR-RANKING.
           IF MASTER-OPEN
               CLOSE TEAMMASTER
           END-IF.
           MOVE WS-FINAL-GAMES TO RUN-REG-ENTRADA.
           MOVE PW-COUNT TO RUN-REG-SALIDA.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       0100-END.

       0200-PROCESS-GAME.
           IF GAME-IS-FINAL
              AND (ALL-SEASONS OR SEASONIDX = WS-SEASON-FILTER)
               ADD 1 TO WS-FINAL-GAMES
               IF HOME-SCOREIDX > AWAY-SCOREIDX
                   MOVE "S" TO WS-HOME-GANA-SW
               ELSE
                   MOVE "N" TO WS-HOME-GANA-SW
               END-IF
               MOVE HOME-TEAMIDX TO WS-TEAM-BUSCADO
               PERFORM 0210-BUSCAR-EQUIPO
               MOVE IDX-MEJOR TO IDX-HOME
               MOVE AWAY-TEAMIDX TO WS-TEAM-BUSCADO
               PERFORM 0210-BUSCAR-EQUIPO
               MOVE IDX-MEJOR TO IDX-AWAY
               IF IDX-HOME > 0
                   PERFORM 0230-ANOTAR-LOCAL
               END-IF
               IF IDX-AWAY > 0
                   PERFORM 0240-ANOTAR-VISITANTE
               END-IF
               IF IDX-HOME > 0 AND IDX-AWAY > 0
                   PERFORM 0250-ANOTAR-SPLIT
               END-IF
           END-IF.
           READ BASEBALLIDX
              AT END SET END-OF-GAMES TO TRUE
           END-READ.

       0210-BUSCAR-EQUIPO.
           MOVE ZERO TO IDX-MEJOR.
           PERFORM 0215-BUSCAR-EN-TABLA
              VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I > PW-COUNT OR IDX-MEJOR > 0.
           IF IDX-MEJOR = 0
               IF PW-COUNT >= PW-MAX
                   DISPLAY "TEAM TABLE FULL (" PW-MAX "); "
                      "RANKINGS ARE INCOMPLETE."
               ELSE
                   ADD 1 TO PW-COUNT
                   MOVE PW-COUNT TO IDX-MEJOR
                   INITIALIZE PW-ENTRY(IDX-MEJOR)
                   MOVE WS-TEAM-BUSCADO TO PW-NAME(IDX-MEJOR)
                   PERFORM 0220-BUSCAR-LIGA
               END-IF
           END-IF.

       0215-BUSCAR-EN-TABLA.
           IF PW-NAME(IDX-I) = WS-TEAM-BUSCADO
               MOVE IDX-I TO IDX-MEJOR
           END-IF.

       0220-BUSCAR-LIGA.
           MOVE "??" TO PW-LEAGUE(IDX-MEJOR).
           MOVE "????" TO PW-DIV(IDX-MEJOR).
           IF MASTER-OPEN
               MOVE WS-TEAM-BUSCADO TO TEAM-CODE
               READ TEAMMASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TEAM-LEAGUE TO PW-LEAGUE(IDX-MEJOR)
                     MOVE TEAM-DIVISION TO PW-DIV(IDX-MEJOR)
               END-READ
           END-IF.

       0230-ANOTAR-LOCAL.
           ADD HOME-SCOREIDX TO PW-RS(IDX-HOME).
           ADD AWAY-SCOREIDX TO PW-RA(IDX-HOME).
           IF HOME-GANA
               ADD 1 TO PW-W(IDX-HOME)
           ELSE
               ADD 1 TO PW-L(IDX-HOME)
           END-IF.

       0240-ANOTAR-VISITANTE.
           ADD AWAY-SCOREIDX TO PW-RS(IDX-AWAY).
           ADD HOME-SCOREIDX TO PW-RA(IDX-AWAY).
           IF AWAY-SCOREIDX > HOME-SCOREIDX
               ADD 1 TO PW-W(IDX-AWAY)
           ELSE
               ADD 1 TO PW-L(IDX-AWAY)
           END-IF.

      *> THE SAME SPLIT APPLIES TO BOTH CLUBS: SAME LEAGUE AND
      *> DIVISION, SAME LEAGUE ONLY, OR DIFFERENT LEAGUES.
       0250-ANOTAR-SPLIT.
           IF PW-LEAGUE(IDX-HOME) = "??" OR PW-LEAGUE(IDX-AWAY) = "??"
               CONTINUE
           ELSE
               IF PW-LEAGUE(IDX-HOME) NOT = PW-LEAGUE(IDX-AWAY)
                   PERFORM 0253-SPLIT-OTRA-LIGA
               ELSE
                   IF PW-DIV(IDX-HOME) = PW-DIV(IDX-AWAY)
                       PERFORM 0251-SPLIT-DIVISION
                   ELSE
                       PERFORM 0252-SPLIT-LIGA
                   END-IF
               END-IF
           END-IF.

       0251-SPLIT-DIVISION.
           IF HOME-GANA
               ADD 1 TO PW-DIV-W(IDX-HOME)
               ADD 1 TO PW-DIV-L(IDX-AWAY)
           ELSE
               ADD 1 TO PW-DIV-L(IDX-HOME)
               IF AWAY-SCOREIDX > HOME-SCOREIDX
                   ADD 1 TO PW-DIV-W(IDX-AWAY)
               ELSE
                   ADD 1 TO PW-DIV-L(IDX-AWAY)
               END-IF
           END-IF.

       0252-SPLIT-LIGA.
           IF HOME-GANA
               ADD 1 TO PW-LIG-W(IDX-HOME)
               ADD 1 TO PW-LIG-L(IDX-AWAY)
           ELSE
               ADD 1 TO PW-LIG-L(IDX-HOME)
               IF AWAY-SCOREIDX > HOME-SCOREIDX
                   ADD 1 TO PW-LIG-W(IDX-AWAY)
               ELSE
                   ADD 1 TO PW-LIG-L(IDX-AWAY)
               END-IF
           END-IF.

       0253-SPLIT-OTRA-LIGA.
           IF HOME-GANA
               ADD 1 TO PW-OTR-W(IDX-HOME)
               ADD 1 TO PW-OTR-L(IDX-AWAY)
           ELSE
               ADD 1 TO PW-OTR-L(IDX-HOME)
               IF AWAY-SCOREIDX > HOME-SCOREIDX
                   ADD 1 TO PW-OTR-W(IDX-AWAY)
               ELSE
                   ADD 1 TO PW-OTR-L(IDX-AWAY)
               END-IF
           END-IF.

      *> SELECTION SORT OF THE TEAM TABLE: EXPECTED PCT DESCENDING,
      *> THEN RUN DIFFERENTIAL DESCENDING, THEN NAME.
       0400-ORDENAR-TABLA.
           PERFORM 0410-CALCULAR-PCT
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > PW-COUNT.
           PERFORM 0420-SELECCIONAR
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I >= PW-COUNT.

       0410-CALCULAR-PCT.
           IF PW-W(IDX-I) + PW-L(IDX-I) = ZERO
               MOVE ZERO TO PW-PCT(IDX-I)
           ELSE
               COMPUTE PW-PCT(IDX-I) ROUNDED =
                  PW-W(IDX-I) / (PW-W(IDX-I) + PW-L(IDX-I))
           END-IF.
           COMPUTE PW-DIFF(IDX-I) = PW-RS(IDX-I) - PW-RA(IDX-I).
           IF PW-RS(IDX-I) + PW-RA(IDX-I) = ZERO
               MOVE ZERO TO PW-EXP-PCT(IDX-I)
           ELSE
               COMPUTE PW-EXP-PCT(IDX-I) ROUNDED =
                  (PW-RS(IDX-I) * PW-RS(IDX-I))
                  / ((PW-RS(IDX-I) * PW-RS(IDX-I))
                     + (PW-RA(IDX-I) * PW-RA(IDX-I)))
           END-IF.

       0420-SELECCIONAR.
           MOVE IDX-I TO IDX-MEJOR.
           COMPUTE IDX-J = IDX-I + 1.
           PERFORM 0430-COMPARAR
              UNTIL IDX-J > PW-COUNT.
           IF IDX-MEJOR NOT = IDX-I
               MOVE PW-ENTRY(IDX-I) TO PW-TEMP
               MOVE PW-ENTRY(IDX-MEJOR) TO PW-ENTRY(IDX-I)
               MOVE PW-TEMP TO PW-ENTRY(IDX-MEJOR)
           END-IF.

       0430-COMPARAR.
           IF PW-EXP-PCT(IDX-J) > PW-EXP-PCT(IDX-MEJOR)
              OR (PW-EXP-PCT(IDX-J) = PW-EXP-PCT(IDX-MEJOR)
                  AND PW-DIFF(IDX-J) > PW-DIFF(IDX-MEJOR))
              OR (PW-EXP-PCT(IDX-J) = PW-EXP-PCT(IDX-MEJOR)
                  AND PW-DIFF(IDX-J) = PW-DIFF(IDX-MEJOR)
                  AND PW-NAME(IDX-J) < PW-NAME(IDX-MEJOR))
               MOVE IDX-J TO IDX-MEJOR
           END-IF.
           ADD 1 TO IDX-J.

       0500-IMPRIMIR-RANKING.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXPORT-FILE.
           WRITE EXPORT-LINE FROM EXPORT-HEADER.
           IF ALL-SEASONS
               MOVE "ALL-TIME" TO ENC1-SEASON
           ELSE
               MOVE WS-SEASON-FILTER TO ENC1-SEASON
           END-IF.
           PERFORM 0590-ENCABEZADO-PAGINA.
           PERFORM 0510-IMPRIMIR-EQUIPO
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > PW-COUNT.
           IF PW-COUNT = ZERO
               MOVE "NO FINAL GAMES FOR THAT SEASON." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXPORT-FILE.
           MOVE "POWER" TO REP-REPORTE.
           MOVE "POWER.PRT" TO REP-ARCHIVO.
           MOVE "POWERREPORT" TO REP-PROGRAMA.
           CALL "PROG0050".
           DISPLAY "TEAMS RANKED = " PW-COUNT.

       0510-IMPRIMIR-EQUIPO.
           COMPUTE PW-EXP-W ROUNDED = PW-EXP-PCT(IDX-I)
              * (PW-W(IDX-I) + PW-L(IDX-I)).
           COMPUTE PW-MAS-MENOS = PW-W(IDX-I) - PW-EXP-W.
           MOVE IDX-I TO DET-RANK.
           MOVE PW-NAME(IDX-I) TO DET-NAME.
           MOVE PW-LEAGUE(IDX-I) TO DET-LEAGUE.
           MOVE PW-DIV(IDX-I) TO DET-DIV.
           MOVE PW-W(IDX-I) TO DET-W.
           MOVE PW-L(IDX-I) TO DET-L.
           MOVE PW-PCT(IDX-I) TO DET-PCT.
           MOVE PW-RS(IDX-I) TO DET-RS.
           MOVE PW-RA(IDX-I) TO DET-RA.
           MOVE PW-DIFF(IDX-I) TO DET-DIFF.
           MOVE PW-EXP-PCT(IDX-I) TO DET-EXPPCT.
           MOVE PW-EXP-W TO DET-EXPW.
           MOVE PW-MAS-MENOS TO DET-PM.
           MOVE PW-DIV-W(IDX-I) TO DET-DIV-W.
           MOVE PW-DIV-L(IDX-I) TO DET-DIV-L.
           MOVE PW-LIG-W(IDX-I) TO DET-LIG-W.
           MOVE PW-LIG-L(IDX-I) TO DET-LIG-L.
           MOVE PW-OTR-W(IDX-I) TO DET-OTR-W.
           MOVE PW-OTR-L(IDX-I) TO DET-OTR-L.
           PERFORM 0580-ESCRIBIR-DETALLE.
           PERFORM 0585-EXPORTAR-EQUIPO.

       0580-ESCRIBIR-DETALLE.
           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
               PERFORM 0590-ENCABEZADO-PAGINA
           END-IF.
           WRITE REPORT-LINE FROM LINEA-EQUIPO.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       0585-EXPORTAR-EQUIPO.
           MOVE IDX-I TO EXP-RANK.
           MOVE PW-NAME(IDX-I) TO EXP-NAME.
           MOVE PW-LEAGUE(IDX-I) TO EXP-LEAGUE.
           MOVE PW-DIV(IDX-I) TO EXP-DIV.
           MOVE PW-W(IDX-I) TO EXP-W.
           MOVE PW-L(IDX-I) TO EXP-L.
           MOVE PW-PCT(IDX-I) TO EXP-PCT.
           MOVE PW-RS(IDX-I) TO EXP-RS.
           MOVE PW-RA(IDX-I) TO EXP-RA.
           MOVE PW-DIFF(IDX-I) TO EXP-DIFF.
           MOVE PW-EXP-PCT(IDX-I) TO EXP-EXPPCT.
           MOVE PW-EXP-W TO EXP-EXPW.
           MOVE PW-MAS-MENOS TO EXP-PM.
           MOVE PW-DIV-W(IDX-I) TO EXP-DIV-W.
           MOVE PW-DIV-L(IDX-I) TO EXP-DIV-L.
           MOVE PW-LIG-W(IDX-I) TO EXP-LIG-W.
           MOVE PW-LIG-L(IDX-I) TO EXP-LIG-L.
           MOVE PW-OTR-W(IDX-I) TO EXP-OTR-W.
           MOVE PW-OTR-L(IDX-I) TO EXP-OTR-L.
           WRITE EXPORT-LINE FROM EXPORT-DETAIL.

       0590-ENCABEZADO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO ENC1-PAGE.
           IF WS-NUM-PAGINA > 1
               WRITE REPORT-LINE FROM ENCABEZADO-1
                  AFTER ADVANCING PAGE
           ELSE
               WRITE REPORT-LINE FROM ENCABEZADO-1
           END-IF.
           WRITE REPORT-LINE FROM LINEA-BLANCO.
           WRITE REPORT-LINE FROM ENCABEZADO-COLUMNAS.
           MOVE 2 TO WS-LINEAS-EN-PAGINA.

       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "POWERREPORT" TO RUN-PROGRAMA.
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


          END PROGRAM POWERREPORT.
