       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACEREPORT.
      *> PENNANT RACE REPORT (RACE.PRT) FOR ONE SEASON. THE RECORD OF
      *> EACH TEAM COMES FROM THE FINAL GAMES ON THE GAME FILE AND ITS
      *> GAMES REMAINING FROM THE SCHEDULE (SCHEDULE.DAT, LOADED BY
      *> LOADSCHEDULEFILE): A SCHEDULED GAME STOPS COUNTING ONCE A
      *> FINAL GAME WITH THE SAME DATE, HOME AND AWAY TEAM IS ON FILE.
      *> EACH LEAGUE/DIVISION SECTION (FROM TEAMMASTER.DAT) RANKS ITS
      *> TEAMS BY WINNING PERCENTAGE AND SHOWS W, L, PCT, GB, GAMES
      *> REMAINING AND THE RACE NUMBER: FOR THE LEADER THE MAGIC
      *> NUMBER (LEADER WINS PLUS RIVAL LOSSES NEEDED TO CLINCH AGAINST
      *> THE BEST RIVAL; CLINCHED AT ZERO) AND FOR EVERY OTHER TEAM ITS
      *> ELIMINATION NUMBER AGAINST THE LEADER (ELIMINATED AT ZERO).
      *> ONCE A LEAGUE HAS NO GAMES LEFT TO PLAY, THE PLAYOFF SEEDING
      *> OF THAT LEAGUE IS PRINTED FROM THE PLAYOFF RULES ENTERED AT
      *> EACH RUN (WINNERS FIRST OR NOT, WILD CARDS AND BYES PER
      *> LEAGUE). TIES ARE BROKEN BY WINS AND THEN BY NAME; HEAD-TO-
      *> HEAD RECORDS ARE NOT CONSIDERED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BASEBALLIDX ASSIGN TO "BASEBALLIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODEIDX
           ALTERNATE RECORD KEY IS DATE-IDX
             WITH DUPLICATES
           ALTERNATE RECORD KEY IS HOME-TEAMIDX
             WITH DUPLICATES
           ALTERNATE RECORD KEY IS AWAY-TEAMIDX
             WITH DUPLICATES
           ALTERNATE RECORD KEY IS VENUEIDX
             WITH DUPLICATES.

       SELECT OPTIONAL SCHEDULE ASSIGN TO "SCHEDULE.DAT"
        FILE STATUS IS SCHED-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY.

       SELECT TEAMMASTER ASSIGN TO "TEAMMASTER.DAT"
        FILE STATUS IS TEAM-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEAM-CODE.

       SELECT REPORT-FILE ASSIGN TO "RACE.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALLIDX.
           COPY BASEBALLIDX.

       FD SCHEDULE.
           COPY SCHEDULE.

       FD TEAMMASTER.
           COPY TEAMMASTER.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(95).

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
           05  SCHED-CHECK-KEY     PIC X(2).
               88 SCHEDULE-OK      VALUE "00".
           05  TEAM-CHECK-KEY      PIC X(2).
               88 TEAM-MASTER-OK   VALUE "00".
           05  WS-END-SW           PIC X VALUE "N".
               88 END-OF-GAMES     VALUE "S".
           05  WS-SCHED-END-SW     PIC X VALUE "N".
               88 END-OF-SCHEDULE  VALUE "S".
           05  WS-DAY-END-SW       PIC X VALUE "N".
               88 END-OF-DAY       VALUE "S".
           05  WS-SEASON           PIC 9(4).
           05  WS-TEAM-BUSCADO     PIC X(12).
           05  WS-GANA-SW          PIC X.
           05  WS-PLAYED           PIC 9(2).

      *> PLAYOFF RULES. SEED-WINNERS-FIRST = "S" SEEDS EVERY DIVISION
      *> WINNER AHEAD OF THE WILD CARDS; "N" SEEDS ALL QUALIFIERS BY
      *> RECORD. SEED-WILDCARDS IS THE NUMBER OF NON-WINNERS PER
      *> LEAGUE THAT QUALIFY AND SEED-BYES THE NUMBER OF TOP SEEDS
      *> THAT SKIP THE FIRST ROUND. ALL THREE ARE ENTERED ONCE THE
      *> DIVISIONS OF EACH LEAGUE ARE KNOWN: THE BYES CANNOT EXCEED
      *> THE QUALIFIERS OF THE LEAGUE WITH THE FEWEST DIVISIONS, AND
      *> NO LEAGUE MAY QUALIFY MORE TEAMS THAN SEED-TABLA HOLDS.
       77  SEED-WINNERS-FIRST PIC X VALUE "S".
           88 WINNERS-SEEDED-FIRST VALUE "S".
           88 WINNERS-ANSWER-OK    VALUE "S" "N".
       77  SEED-WILDCARDS     PIC 9(2) VALUE 3.
       77  SEED-BYES          PIC 9(2) VALUE 2.
       77  SEED-MAX           PIC 9(4) COMP VALUE 50.
       77  SEED-LIMITE        PIC 9(4).
       77  SEED-RULES-SW      PIC X VALUE "N".
           88 SEED-RULES-OK   VALUE "S".
       77  DIV-MIN            PIC 9(4) COMP.
       77  DIV-MAX            PIC 9(4) COMP.
       77  DIV-CUENTA         PIC 9(4) COMP.
       77  DV-LIGA            PIC 9(4) COMP.
       77  DV-SECCION         PIC 9(4) COMP.

       77  ST-COUNT      PIC 9(4) COMP VALUE ZERO.
       77  ST-MAX        PIC 9(4) COMP VALUE 500.
       77  IDX-I         PIC 9(4) COMP.
       77  IDX-J         PIC 9(4) COMP.
       77  IDX-MEJOR     PIC 9(4) COMP.
       77  IDX-SECCION   PIC 9(4) COMP.
       77  IDX-LIGA      PIC 9(4) COMP.
       77  SD-COUNT      PIC 9(4) COMP VALUE ZERO.
       77  SD-IDX        PIC 9(4) COMP.
       77  SD-J          PIC 9(4) COMP.
       77  SD-MEJOR      PIC 9(4) COMP.
       77  WC-PICKED     PIC 9(4) COMP.

       01  ST-TABLA.
           05 ST-ENTRY OCCURS 500 TIMES.
              10 ST-LEAGUE  PIC X(2).
              10 ST-DIV     PIC X(4).
              10 ST-NAME    PIC X(12).
              10 ST-W       PIC 9(4).
              10 ST-L       PIC 9(4).
              10 ST-REM     PIC 9(4).
              10 ST-PCT     PIC 9V999.
              10 ST-SEL     PIC X(1).

       01  ST-TEMP         PIC X(35).

      *> QUALIFIERS OF THE LEAGUE BEING SEEDED: TABLE ENTRY, TYPE
      *> (1 = DIVISION WINNER, 2 = WILD CARD) AND SORT RANK.
       01  SEED-TABLA.
           05 SD-ENTRY OCCURS 50 TIMES.
              10 SD-ST      PIC 9(4).
              10 SD-TIPO    PIC 9(1).
              10 SD-RANK    PIC 9(1).

       01  SD-TEMP         PIC X(6).

       01  RACE-CALCULO.
           05 GB-MEDIOS    PIC S9(5).
           05 GB-VALOR     PIC 9(4)V9.
           05 LIDER-W      PIC 9(4).
           05 LIDER-L      PIC 9(4).
           05 LIDER-REM    PIC 9(4).
           05 RIVAL-TOPE   PIC 9(4).
           05 RACE-NUMERO  PIC S9(4).
           05 LIGA-REM     PIC 9(6).
           05 LIGA-ACTUAL  PIC X(2).

       01  WS-CONTADORES.
           05 WS-LINEAS-EN-PAGINA  PIC 99 VALUE ZERO.
           05 WS-LINEAS-POR-PAGINA PIC 99 VALUE 50.
           05 WS-NUM-PAGINA        PIC 9(3) VALUE ZERO.
           05 WS-FINAL-GAMES       PIC 9(6) VALUE ZERO.
           05 WS-SCHED-READ        PIC 9(6) VALUE ZERO.
           05 WS-SCHED-PLAYED      PIC 9(6) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(34) VALUE "PENNANT RACE - SEASON ".
           05 ENC1-SEASON PIC 9(4).
           05 FILLER PIC X(14) VALUE "  PAGE ".
           05 ENC1-PAGE PIC ZZ9.

       01  LINEA-BLANCO.
           05 FILLER PIC X(90) VALUE SPACE.

       01  ENCABEZADO-SECCION.
           05 FILLER PIC X(8) VALUE "LEAGUE ".
           05 ENC-LEAGUE PIC X(2).
           05 FILLER PIC X(11) VALUE "  DIVISION ".
           05 ENC-DIV PIC X(4).

       01  ENCABEZADO-COLUMNAS.
           05 FILLER PIC X(14) VALUE "TEAM".
           05 FILLER PIC X(7)  VALUE "W".
           05 FILLER PIC X(7)  VALUE "L".
           05 FILLER PIC X(8)  VALUE "PCT".
           05 FILLER PIC X(8)  VALUE "GB".
           05 FILLER PIC X(7)  VALUE "REM".
           05 FILLER PIC X(16) VALUE "MAGIC / ELIM".

       01  LINEA-EQUIPO.
           05 DET-NAME   PIC X(12).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-W      PIC ZZZ9.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 DET-L      PIC ZZZ9.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 DET-PCT    PIC Z.999.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 DET-GB     PIC ZZZ9.9.
           05 FILLER     PIC X(2) VALUE SPACE.
           05 DET-REM    PIC ZZZ9.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 DET-RACE   PIC X(16).

       01  RACE-TEXTO.
           05 RT-ETIQUETA PIC X(6).
           05 RT-VALOR    PIC ZZZ9.

       01  ENCABEZADO-SEEDING.
           05 FILLER PIC X(8) VALUE "LEAGUE ".
           05 ENS-LEAGUE PIC X(2).
           05 FILLER PIC X(17) VALUE " PLAYOFF SEEDING".

       01  COLUMNAS-SEEDING.
           05 FILLER PIC X(6)  VALUE "SEED".
           05 FILLER PIC X(14) VALUE "TEAM".
           05 FILLER PIC X(7)  VALUE "W".
           05 FILLER PIC X(7)  VALUE "L".
           05 FILLER PIC X(8)  VALUE "PCT".
           05 FILLER PIC X(25) VALUE "QUALIFIED AS".

       01  LINEA-SEED.
           05 SDL-SEED   PIC Z9.
           05 FILLER     PIC X(4) VALUE SPACE.
           05 SDL-NAME   PIC X(12).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 SDL-W      PIC ZZZ9.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 SDL-L      PIC ZZZ9.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 SDL-PCT    PIC Z.999.
           05 FILLER     PIC X(3) VALUE SPACE.
           05 SDL-COMO   PIC X(20).
           05 SDL-BYE    PIC X(5).

       01  LINEA-PENDIENTE.
           05 FILLER     PIC X(8) VALUE "LEAGUE ".
           05 LP-LEAGUE  PIC X(2).
           05 FILLER     PIC X(29) VALUE
              ": SEEDING PRINTS WHEN THE ".
           05 LP-REM     PIC ZZZZZ9.
           05 FILLER     PIC X(30) VALUE
              " GAMES STILL TO PLAY ARE DONE.".

       PROCEDURE DIVISION.
       0100-START.

           PERFORM 9100-INICIAR-CORRIDA.
           MOVE ZERO TO ST-COUNT.
           INITIALIZE WS-CONTADORES.
           MOVE 50 TO WS-LINEAS-POR-PAGINA.
           MOVE "N" TO WS-END-SW.
           MOVE "N" TO WS-SCHED-END-SW.
           MOVE ZERO TO WS-SEASON.
           PERFORM 0110-PEDIR-TEMPORADA
              UNTIL WS-SEASON NOT = ZERO.
           OPEN INPUT TEAMMASTER.
           IF NOT TEAM-MASTER-OK
               DISPLAY "UNABLE TO OPEN TEAMMASTER.DAT, STATUS = "
                  TEAM-CHECK-KEY
                  ". LOAD THE TEAM MASTER (MAINTAINTEAMFILE) FIRST."
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
               PERFORM 9200-GRABAR-CORRIDA
               GOBACK
           END-IF.
           OPEN INPUT BASEBALLIDX.
           READ BASEBALLIDX NEXT RECORD
              AT END SET END-OF-GAMES TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-GAME
              UNTIL END-OF-GAMES.
           PERFORM 0300-LEER-CALENDARIO.
           CLOSE BASEBALLIDX.
           CLOSE TEAMMASTER.

           PERFORM 0400-ORDENAR-TABLA.
           PERFORM 0450-CONTAR-DIVISIONES.
           MOVE "N" TO SEED-RULES-SW.
           PERFORM 0460-PEDIR-REGLAS
              UNTIL SEED-RULES-OK.
           PERFORM 0500-IMPRIMIR-CARRERA.
           MOVE WS-FINAL-GAMES TO RUN-REG-ENTRADA.
           MOVE ST-COUNT TO RUN-REG-SALIDA.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       0100-END.

       0110-PEDIR-TEMPORADA.
           DISPLAY "SEASON FOR THE RACE (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-SEASON.

       0200-PROCESS-GAME.
           IF GAME-IS-FINAL AND SEASONIDX = WS-SEASON
               ADD 1 TO WS-FINAL-GAMES
               MOVE HOME-TEAMIDX TO WS-TEAM-BUSCADO
               IF HOME-SCOREIDX > AWAY-SCOREIDX
                   MOVE "S" TO WS-GANA-SW
               ELSE
                   MOVE "N" TO WS-GANA-SW
               END-IF
               PERFORM 0210-BUSCAR-EQUIPO
               IF IDX-MEJOR > 0
                   PERFORM 0230-ANOTAR-RESULTADO
               END-IF
               MOVE AWAY-TEAMIDX TO WS-TEAM-BUSCADO
               IF AWAY-SCOREIDX > HOME-SCOREIDX
                   MOVE "S" TO WS-GANA-SW
               ELSE
                   MOVE "N" TO WS-GANA-SW
               END-IF
               PERFORM 0210-BUSCAR-EQUIPO
               IF IDX-MEJOR > 0
                   PERFORM 0230-ANOTAR-RESULTADO
               END-IF
           END-IF.
           READ BASEBALLIDX NEXT RECORD
              AT END SET END-OF-GAMES TO TRUE
           END-READ.

      *> FINDS WS-TEAM-BUSCADO IN THE TABLE (IDX-MEJOR), ADDING IT WITH
      *> ITS LEAGUE AND DIVISION FROM THE TEAM MASTER IF IT IS NEW.
       0210-BUSCAR-EQUIPO.
           MOVE ZERO TO IDX-MEJOR.
           PERFORM 0215-BUSCAR-EN-TABLA
              VARYING IDX-I FROM 1 BY 1
              UNTIL IDX-I > ST-COUNT OR IDX-MEJOR > 0.
           IF IDX-MEJOR = 0
               IF ST-COUNT >= ST-MAX
                   DISPLAY "TEAM TABLE FULL (" ST-MAX "); "
                      "THE RACE IS INCOMPLETE."
               ELSE
                   ADD 1 TO ST-COUNT
                   MOVE ST-COUNT TO IDX-MEJOR
                   MOVE WS-TEAM-BUSCADO TO ST-NAME(IDX-MEJOR)
                   MOVE ZERO TO ST-W(IDX-MEJOR)
                   MOVE ZERO TO ST-L(IDX-MEJOR)
                   MOVE ZERO TO ST-REM(IDX-MEJOR)
                   MOVE "N" TO ST-SEL(IDX-MEJOR)
                   PERFORM 0220-BUSCAR-LIGA
               END-IF
           END-IF.

       0215-BUSCAR-EN-TABLA.
           IF ST-NAME(IDX-I) = WS-TEAM-BUSCADO
               MOVE IDX-I TO IDX-MEJOR
           END-IF.

       0220-BUSCAR-LIGA.
           MOVE "??" TO ST-LEAGUE(IDX-MEJOR).
           MOVE "????" TO ST-DIV(IDX-MEJOR).
           MOVE WS-TEAM-BUSCADO TO TEAM-CODE.
           READ TEAMMASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE TEAM-LEAGUE TO ST-LEAGUE(IDX-MEJOR)
                 MOVE TEAM-DIVISION TO ST-DIV(IDX-MEJOR)
           END-READ.

       0230-ANOTAR-RESULTADO.
           IF WS-GANA-SW = "S"
               ADD 1 TO ST-W(IDX-MEJOR)
           ELSE
               ADD 1 TO ST-L(IDX-MEJOR)
           END-IF.

      *> WITHOUT A SCHEDULE EVERY TEAM SHOWS ZERO GAMES REMAINING, SO
      *> THE RACE READS AS A FINISHED SEASON.
       0300-LEER-CALENDARIO.
           OPEN INPUT SCHEDULE.
           IF NOT SCHEDULE-OK
               DISPLAY "NOTE: NO SCHEDULE (SCHEDULE.DAT) TO READ; "
                  "NO GAMES REMAINING ARE COUNTED."
           ELSE
               MOVE LOW-VALUES TO SCHED-KEY
               MOVE WS-SEASON TO SCHED-SEASON
               START SCHEDULE KEY IS NOT LESS THAN SCHED-KEY
                  INVALID KEY SET END-OF-SCHEDULE TO TRUE
               END-START
               PERFORM 0310-LEER-PROGRAMADO THRU 0310-END
                  UNTIL END-OF-SCHEDULE
               CLOSE SCHEDULE
           END-IF.

       0310-LEER-PROGRAMADO.
           READ SCHEDULE NEXT RECORD
              AT END SET END-OF-SCHEDULE TO TRUE
           END-READ.
           IF END-OF-SCHEDULE
               GO TO 0310-END
           END-IF.
           IF SCHED-SEASON NOT = WS-SEASON
               SET END-OF-SCHEDULE TO TRUE
               GO TO 0310-END
           END-IF.
           ADD 1 TO WS-SCHED-READ.
           PERFORM 0320-CONTAR-JUGADOS.
           IF WS-PLAYED >= SCHED-GAME-NUM
               ADD 1 TO WS-SCHED-PLAYED
               GO TO 0310-END
           END-IF.
           MOVE SCHED-HOME-TEAM TO WS-TEAM-BUSCADO.
           PERFORM 0210-BUSCAR-EQUIPO.
           IF IDX-MEJOR > 0
               ADD 1 TO ST-REM(IDX-MEJOR)
           END-IF.
           MOVE SCHED-AWAY-TEAM TO WS-TEAM-BUSCADO.
           PERFORM 0210-BUSCAR-EQUIPO.
           IF IDX-MEJOR > 0
               ADD 1 TO ST-REM(IDX-MEJOR)
           END-IF.
       0310-END.

      *> COUNTS THE FINAL GAMES ON THE SCHEDULED DATE BETWEEN THE SAME
      *> HOME AND AWAY TEAMS; GAME 2 OF A DOUBLEHEADER IS PLAYED ONLY
      *> WHEN TWO OF THEM ARE ON FILE.
       0320-CONTAR-JUGADOS.
           MOVE ZERO TO WS-PLAYED.
           MOVE "N" TO WS-DAY-END-SW.
           MOVE SCHED-DATE TO DATE-IDX.
           START BASEBALLIDX KEY IS EQUAL TO DATE-IDX
              INVALID KEY SET END-OF-DAY TO TRUE
           END-START.
           PERFORM 0330-LEER-DEL-DIA
              UNTIL END-OF-DAY.

       0330-LEER-DEL-DIA.
           READ BASEBALLIDX NEXT RECORD
              AT END SET END-OF-DAY TO TRUE
           END-READ.
           IF NOT END-OF-DAY
               IF DATE-IDX NOT = SCHED-DATE
                   SET END-OF-DAY TO TRUE
               ELSE
                   IF GAME-IS-FINAL
                      AND HOME-TEAMIDX = SCHED-HOME-TEAM
                      AND AWAY-TEAMIDX = SCHED-AWAY-TEAM
                       ADD 1 TO WS-PLAYED
                   END-IF
               END-IF
           END-IF.

      *> SELECTION SORT OF THE TEAM TABLE: LEAGUE AND DIVISION
      *> ASCENDING, THEN WINNING PERCENTAGE DESCENDING, THEN WINS
      *> DESCENDING, THEN NAME.
       0400-ORDENAR-TABLA.
           PERFORM 0410-CALCULAR-PCT
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > ST-COUNT.
           PERFORM 0420-SELECCIONAR
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I >= ST-COUNT.

       0410-CALCULAR-PCT.
           IF ST-W(IDX-I) + ST-L(IDX-I) = ZERO
               MOVE ZERO TO ST-PCT(IDX-I)
           ELSE
               COMPUTE ST-PCT(IDX-I) ROUNDED =
                  ST-W(IDX-I) / (ST-W(IDX-I) + ST-L(IDX-I))
           END-IF.

       0420-SELECCIONAR.
           MOVE IDX-I TO IDX-MEJOR.
           COMPUTE IDX-J = IDX-I + 1.
           PERFORM 0430-COMPARAR
              UNTIL IDX-J > ST-COUNT.
           IF IDX-MEJOR NOT = IDX-I
               MOVE ST-ENTRY(IDX-I) TO ST-TEMP
               MOVE ST-ENTRY(IDX-MEJOR) TO ST-ENTRY(IDX-I)
               MOVE ST-TEMP TO ST-ENTRY(IDX-MEJOR)
           END-IF.

       0430-COMPARAR.
           IF ST-ENTRY(IDX-J)(1:6) < ST-ENTRY(IDX-MEJOR)(1:6)
              OR (ST-ENTRY(IDX-J)(1:6) = ST-ENTRY(IDX-MEJOR)(1:6)
                  AND ST-PCT(IDX-J) > ST-PCT(IDX-MEJOR))
              OR (ST-ENTRY(IDX-J)(1:6) = ST-ENTRY(IDX-MEJOR)(1:6)
                  AND ST-PCT(IDX-J) = ST-PCT(IDX-MEJOR)
                  AND ST-W(IDX-J) > ST-W(IDX-MEJOR))
              OR (ST-ENTRY(IDX-J)(1:6) = ST-ENTRY(IDX-MEJOR)(1:6)
                  AND ST-PCT(IDX-J) = ST-PCT(IDX-MEJOR)
                  AND ST-W(IDX-J) = ST-W(IDX-MEJOR)
                  AND ST-NAME(IDX-J) < ST-NAME(IDX-MEJOR))
               MOVE IDX-J TO IDX-MEJOR
           END-IF.
           ADD 1 TO IDX-J.

      *> DIVISIONS PER LEAGUE ON THE RANKED TABLE (TEAMS WITHOUT A
      *> LEAGUE, "??", ARE NEVER SEEDED AND ARE NOT COUNTED).
       0450-CONTAR-DIVISIONES.
           MOVE 9999 TO DIV-MIN.
           MOVE ZERO TO DIV-MAX.
           MOVE ZERO TO DIV-CUENTA.
           MOVE ZERO TO DV-LIGA.
           MOVE ZERO TO DV-SECCION.
           PERFORM 0455-CONTAR-DIVISION
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > ST-COUNT.
           PERFORM 0457-CERRAR-LIGA.
           IF DIV-MIN = 9999
               MOVE ZERO TO DIV-MIN
           END-IF.

       0455-CONTAR-DIVISION.
           IF ST-LEAGUE(IDX-I) NOT = "??"
               IF DV-LIGA = 0
                  OR ST-LEAGUE(IDX-I) NOT = ST-LEAGUE(DV-LIGA)
                   PERFORM 0457-CERRAR-LIGA
                   MOVE IDX-I TO DV-LIGA
                   MOVE IDX-I TO DV-SECCION
                   MOVE 1 TO DIV-CUENTA
               ELSE
                   IF ST-DIV(IDX-I) NOT = ST-DIV(DV-SECCION)
                       MOVE IDX-I TO DV-SECCION
                       ADD 1 TO DIV-CUENTA
                   END-IF
               END-IF
           END-IF.

       0457-CERRAR-LIGA.
           IF DIV-CUENTA > ZERO
               IF DIV-CUENTA < DIV-MIN
                   MOVE DIV-CUENTA TO DIV-MIN
               END-IF
               IF DIV-CUENTA > DIV-MAX
                   MOVE DIV-CUENTA TO DIV-MAX
               END-IF
           END-IF.
           MOVE ZERO TO DIV-CUENTA.

       0460-PEDIR-REGLAS.
           DISPLAY "PLAYOFF RULES - SEED DIVISION WINNERS FIRST (S/N): "
             WITH NO ADVANCING.
           ACCEPT SEED-WINNERS-FIRST.
           IF SEED-WINNERS-FIRST = "s"
               MOVE "S" TO SEED-WINNERS-FIRST
           END-IF.
           IF SEED-WINNERS-FIRST = "n"
               MOVE "N" TO SEED-WINNERS-FIRST
           END-IF.
           DISPLAY "WILD CARDS PER LEAGUE: " WITH NO ADVANCING.
           ACCEPT SEED-WILDCARDS.
           DISPLAY "FIRST-ROUND BYES PER LEAGUE: " WITH NO ADVANCING.
           ACCEPT SEED-BYES.
           SET SEED-RULES-OK TO TRUE.
           IF NOT WINNERS-ANSWER-OK
               DISPLAY "ANSWER S OR N FOR DIVISION WINNERS FIRST."
               MOVE "N" TO SEED-RULES-SW
           END-IF.
           IF SEED-WILDCARDS > ZERO
              AND DIV-MAX + SEED-WILDCARDS > SEED-MAX
               MOVE ZERO TO SEED-LIMITE
               IF DIV-MAX < SEED-MAX
                   COMPUTE SEED-LIMITE = SEED-MAX - DIV-MAX
               END-IF
               DISPLAY "AT MOST " SEED-LIMITE " WILD CARDS: A LEAGUE "
                  "CAN SEED NO MORE THAN " SEED-MAX " TEAMS."
               MOVE "N" TO SEED-RULES-SW
           END-IF.
           IF SEED-BYES > DIV-MIN + SEED-WILDCARDS
               COMPUTE SEED-LIMITE = DIV-MIN + SEED-WILDCARDS
               DISPLAY "BYES CANNOT EXCEED DIVISION WINNERS PLUS WILD "
                  "CARDS (" SEED-LIMITE " IN THE SMALLEST LEAGUE)."
               MOVE "N" TO SEED-RULES-SW
           END-IF.

       0500-IMPRIMIR-CARRERA.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SEASON TO ENC1-SEASON.
           PERFORM 0590-ENCABEZADO-PAGINA.
           MOVE ZERO TO IDX-SECCION.
           PERFORM 0510-IMPRIMIR-EQUIPO
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > ST-COUNT.
           IF ST-COUNT = ZERO
               MOVE "NO FINAL OR SCHEDULED GAMES FOR THAT SEASON."
                  TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ZERO TO IDX-LIGA.
           PERFORM 0600-REVISAR-LIGA
              VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > ST-COUNT.
           CLOSE REPORT-FILE.
           MOVE "RACE" TO REP-REPORTE.
           MOVE "RACE.PRT" TO REP-ARCHIVO.
           MOVE "RACEREPORT" TO REP-PROGRAMA.
           CALL "PROG0050".
           DISPLAY "TEAMS IN THE RACE     = " ST-COUNT.
           DISPLAY "SCHEDULED GAMES READ  = " WS-SCHED-READ.
           DISPLAY "ALREADY PLAYED        = " WS-SCHED-PLAYED.

       0510-IMPRIMIR-EQUIPO.
           IF IDX-SECCION = 0
              OR ST-LEAGUE(IDX-I) NOT = ST-LEAGUE(IDX-SECCION)
              OR ST-DIV(IDX-I) NOT = ST-DIV(IDX-SECCION)
               MOVE IDX-I TO IDX-SECCION
               MOVE ST-W(IDX-SECCION) TO LIDER-W
               MOVE ST-L(IDX-SECCION) TO LIDER-L
               MOVE ST-REM(IDX-SECCION) TO LIDER-REM
               PERFORM 0520-ENCABEZADO-SECCION
           END-IF.
           MOVE ST-NAME(IDX-I) TO DET-NAME.
           MOVE ST-W(IDX-I) TO DET-W.
           MOVE ST-L(IDX-I) TO DET-L.
           MOVE ST-PCT(IDX-I) TO DET-PCT.
           MOVE ST-REM(IDX-I) TO DET-REM.
           COMPUTE GB-MEDIOS = (LIDER-W - ST-W(IDX-I))
              + (ST-L(IDX-I) - LIDER-L).
           IF GB-MEDIOS < ZERO
               MOVE ZERO TO GB-MEDIOS
           END-IF.
           COMPUTE GB-VALOR = GB-MEDIOS / 2.
           MOVE GB-VALOR TO DET-GB.
           IF IDX-I = IDX-SECCION
               PERFORM 0530-NUMERO-MAGICO
           ELSE
               PERFORM 0540-NUMERO-ELIMINACION
           END-IF.
           PERFORM 0580-ESCRIBIR-DETALLE.

       0520-ENCABEZADO-SECCION.
           MOVE ST-LEAGUE(IDX-SECCION) TO ENC-LEAGUE.
           MOVE ST-DIV(IDX-SECCION) TO ENC-DIV.
           IF WS-LINEAS-EN-PAGINA + 4 > WS-LINEAS-POR-PAGINA
               PERFORM 0590-ENCABEZADO-PAGINA
           END-IF.
           WRITE REPORT-LINE FROM LINEA-BLANCO.
           WRITE REPORT-LINE FROM ENCABEZADO-SECCION.
           WRITE REPORT-LINE FROM ENCABEZADO-COLUMNAS.
           ADD 3 TO WS-LINEAS-EN-PAGINA.

      *> THE LEADER'S MAGIC NUMBER IS THE MOST WINS ANY RIVAL IN THE
      *> SECTION CAN STILL REACH, PLUS ONE, LESS THE LEADER'S WINS:
      *> EACH LEADER WIN OR RIVAL LOSS TAKES ONE OFF IT.
       0530-NUMERO-MAGICO.
           MOVE ZERO TO RIVAL-TOPE.
           COMPUTE IDX-J = IDX-I + 1.
           PERFORM 0535-BUSCAR-RIVAL
              UNTIL IDX-J > ST-COUNT
                 OR ST-ENTRY(IDX-J)(1:6) NOT = ST-ENTRY(IDX-I)(1:6).
           COMPUTE RACE-NUMERO = RIVAL-TOPE + 1 - ST-W(IDX-I).
           IF RACE-NUMERO > ZERO
               MOVE "MAGIC " TO RT-ETIQUETA
               MOVE RACE-NUMERO TO RT-VALOR
               MOVE RACE-TEXTO TO DET-RACE
           ELSE
               MOVE "CLINCHED" TO DET-RACE
           END-IF.

       0535-BUSCAR-RIVAL.
           IF ST-W(IDX-J) + ST-REM(IDX-J) > RIVAL-TOPE
               COMPUTE RIVAL-TOPE = ST-W(IDX-J) + ST-REM(IDX-J)
           END-IF.
           ADD 1 TO IDX-J.

      *> A TRAILING TEAM'S ELIMINATION NUMBER IS THE MOST WINS IT CAN
      *> STILL REACH, PLUS ONE, LESS THE LEADER'S WINS.
       0540-NUMERO-ELIMINACION.
           COMPUTE RACE-NUMERO = ST-W(IDX-I) + ST-REM(IDX-I) + 1
              - LIDER-W.
           IF RACE-NUMERO > ZERO
               MOVE "ELIM  " TO RT-ETIQUETA
               MOVE RACE-NUMERO TO RT-VALOR
               MOVE RACE-TEXTO TO DET-RACE
           ELSE
               MOVE "ELIMINATED" TO DET-RACE
           END-IF.

       0580-ESCRIBIR-DETALLE.
           IF WS-LINEAS-EN-PAGINA >= WS-LINEAS-POR-PAGINA
               PERFORM 0590-ENCABEZADO-PAGINA
               WRITE REPORT-LINE FROM ENCABEZADO-SECCION
               WRITE REPORT-LINE FROM ENCABEZADO-COLUMNAS
               ADD 2 TO WS-LINEAS-EN-PAGINA
           END-IF.
           WRITE REPORT-LINE FROM LINEA-EQUIPO.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       0590-ENCABEZADO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE WS-NUM-PAGINA TO ENC1-PAGE.
           IF WS-NUM-PAGINA > 1
               WRITE REPORT-LINE FROM ENCABEZADO-1
                  AFTER ADVANCING PAGE
           ELSE
               WRITE REPORT-LINE FROM ENCABEZADO-1
           END-IF.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.

      *> ONE PASS PER LEAGUE (TEAMS WITHOUT A LEAGUE IN THE MASTER,
      *> "??", ARE LEFT OUT): THE SEEDING PRINTS ONLY WHEN NO TEAM OF
      *> THE LEAGUE HAS A GAME LEFT.
       0600-REVISAR-LIGA.
           IF ST-LEAGUE(IDX-I) NOT = "??"
              AND (IDX-LIGA = 0
                   OR ST-LEAGUE(IDX-I) NOT = ST-LEAGUE(IDX-LIGA))
               MOVE IDX-I TO IDX-LIGA
               MOVE ST-LEAGUE(IDX-I) TO LIGA-ACTUAL
               MOVE ZERO TO LIGA-REM
               PERFORM 0605-SUMAR-PENDIENTES
                  VARYING IDX-J FROM IDX-I BY 1
                  UNTIL IDX-J > ST-COUNT
                     OR ST-LEAGUE(IDX-J) NOT = LIGA-ACTUAL
               IF LIGA-REM = ZERO
                   PERFORM 0610-SEMBRAR-LIGA
               ELSE
                   WRITE REPORT-LINE FROM LINEA-BLANCO
                   MOVE LIGA-ACTUAL TO LP-LEAGUE
                   MOVE LIGA-REM TO LP-REM
                   WRITE REPORT-LINE FROM LINEA-PENDIENTE
               END-IF
           END-IF.

       0605-SUMAR-PENDIENTES.
           ADD ST-REM(IDX-J) TO LIGA-REM.

      *> QUALIFIERS: THE FIRST TEAM OF EACH DIVISION SECTION (THE
      *> TABLE IS ALREADY RANKED) AND THEN THE BEST SEED-WILDCARDS
      *> OTHER TEAMS OF THE LEAGUE.
       0610-SEMBRAR-LIGA.
           MOVE ZERO TO SD-COUNT.
           MOVE ZERO TO IDX-SECCION.
           PERFORM 0615-ANOTAR-CAMPEON
              VARYING IDX-J FROM IDX-I BY 1
              UNTIL IDX-J > ST-COUNT
                 OR ST-LEAGUE(IDX-J) NOT = LIGA-ACTUAL.
           MOVE ZERO TO WC-PICKED.
           MOVE 1 TO IDX-MEJOR.
           PERFORM 0620-ELEGIR-COMODIN
              UNTIL WC-PICKED >= SEED-WILDCARDS
                 OR IDX-MEJOR = ZERO.
           PERFORM 0640-ORDENAR-SEMBRADOS
              VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX >= SD-COUNT.
           PERFORM 0660-IMPRIMIR-SEMBRADOS.

       0615-ANOTAR-CAMPEON.
           IF IDX-SECCION = 0
              OR ST-DIV(IDX-J) NOT = ST-DIV(IDX-SECCION)
               MOVE IDX-J TO IDX-SECCION
               IF SD-COUNT < 50
                   ADD 1 TO SD-COUNT
                   MOVE IDX-J TO SD-ST(SD-COUNT)
                   MOVE 1 TO SD-TIPO(SD-COUNT)
                   MOVE "S" TO ST-SEL(IDX-J)
               END-IF
           END-IF.

      *> EACH PASS TAKES THE BEST TEAM OF THE LEAGUE NOT YET SEEDED;
      *> IDX-MEJOR COMES BACK ZERO WHEN NONE IS LEFT.
       0620-ELEGIR-COMODIN.
           MOVE ZERO TO IDX-MEJOR.
           PERFORM 0625-COMPARAR-COMODIN
              VARYING IDX-J FROM IDX-I BY 1
              UNTIL IDX-J > ST-COUNT
                 OR ST-LEAGUE(IDX-J) NOT = LIGA-ACTUAL.
           IF IDX-MEJOR > ZERO AND SD-COUNT < 50
               ADD 1 TO SD-COUNT
               MOVE IDX-MEJOR TO SD-ST(SD-COUNT)
               MOVE 2 TO SD-TIPO(SD-COUNT)
               MOVE "S" TO ST-SEL(IDX-MEJOR)
               ADD 1 TO WC-PICKED
           END-IF.

       0625-COMPARAR-COMODIN.
           IF ST-SEL(IDX-J) NOT = "S"
               IF IDX-MEJOR = ZERO
                   MOVE IDX-J TO IDX-MEJOR
               ELSE
                   IF ST-PCT(IDX-J) > ST-PCT(IDX-MEJOR)
                      OR (ST-PCT(IDX-J) = ST-PCT(IDX-MEJOR)
                          AND ST-W(IDX-J) > ST-W(IDX-MEJOR))
                      OR (ST-PCT(IDX-J) = ST-PCT(IDX-MEJOR)
                          AND ST-W(IDX-J) = ST-W(IDX-MEJOR)
                          AND ST-NAME(IDX-J) < ST-NAME(IDX-MEJOR))
                       MOVE IDX-J TO IDX-MEJOR
                   END-IF
               END-IF
           END-IF.

      *> SELECTION SORT OF THE QUALIFIERS. WITH WINNERS SEEDED FIRST
      *> THE TYPE RANKS AHEAD OF THE RECORD; OTHERWISE EVERY
      *> QUALIFIER RANKS ON RECORD ALONE.
       0640-ORDENAR-SEMBRADOS.
           MOVE SD-IDX TO SD-MEJOR.
           COMPUTE SD-J = SD-IDX + 1.
           PERFORM 0645-COMPARAR-SEMBRADO
              UNTIL SD-J > SD-COUNT.
           IF SD-MEJOR NOT = SD-IDX
               MOVE SD-ENTRY(SD-IDX) TO SD-TEMP
               MOVE SD-ENTRY(SD-MEJOR) TO SD-ENTRY(SD-IDX)
               MOVE SD-TEMP TO SD-ENTRY(SD-MEJOR)
           END-IF.

       0645-COMPARAR-SEMBRADO.
           IF WINNERS-SEEDED-FIRST
               MOVE SD-TIPO(SD-J) TO SD-RANK(SD-J)
               MOVE SD-TIPO(SD-MEJOR) TO SD-RANK(SD-MEJOR)
           ELSE
               MOVE 1 TO SD-RANK(SD-J)
               MOVE 1 TO SD-RANK(SD-MEJOR)
           END-IF.
           IF SD-RANK(SD-J) < SD-RANK(SD-MEJOR)
              OR (SD-RANK(SD-J) = SD-RANK(SD-MEJOR)
                  AND ST-PCT(SD-ST(SD-J)) > ST-PCT(SD-ST(SD-MEJOR)))
              OR (SD-RANK(SD-J) = SD-RANK(SD-MEJOR)
                  AND ST-PCT(SD-ST(SD-J)) = ST-PCT(SD-ST(SD-MEJOR))
                  AND ST-W(SD-ST(SD-J)) > ST-W(SD-ST(SD-MEJOR)))
              OR (SD-RANK(SD-J) = SD-RANK(SD-MEJOR)
                  AND ST-PCT(SD-ST(SD-J)) = ST-PCT(SD-ST(SD-MEJOR))
                  AND ST-W(SD-ST(SD-J)) = ST-W(SD-ST(SD-MEJOR))
                  AND ST-NAME(SD-ST(SD-J)) < ST-NAME(SD-ST(SD-MEJOR)))
               MOVE SD-J TO SD-MEJOR
           END-IF.
           ADD 1 TO SD-J.

       0660-IMPRIMIR-SEMBRADOS.
           IF WS-LINEAS-EN-PAGINA + SD-COUNT + 4
              > WS-LINEAS-POR-PAGINA
               PERFORM 0590-ENCABEZADO-PAGINA
           END-IF.
           WRITE REPORT-LINE FROM LINEA-BLANCO.
           MOVE LIGA-ACTUAL TO ENS-LEAGUE.
           WRITE REPORT-LINE FROM ENCABEZADO-SEEDING.
           WRITE REPORT-LINE FROM COLUMNAS-SEEDING.
           ADD 3 TO WS-LINEAS-EN-PAGINA.
           PERFORM 0665-IMPRIMIR-SEMBRADO
              VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-COUNT.

       0665-IMPRIMIR-SEMBRADO.
           MOVE SD-ST(SD-IDX) TO IDX-J.
           MOVE SD-IDX TO SDL-SEED.
           MOVE ST-NAME(IDX-J) TO SDL-NAME.
           MOVE ST-W(IDX-J) TO SDL-W.
           MOVE ST-L(IDX-J) TO SDL-L.
           MOVE ST-PCT(IDX-J) TO SDL-PCT.
           MOVE SPACE TO SDL-COMO.
           IF SD-TIPO(SD-IDX) = 1
               STRING "DIVISION WINNER " ST-DIV(IDX-J)
                  DELIMITED BY SIZE INTO SDL-COMO
           ELSE
               MOVE "WILD CARD" TO SDL-COMO
           END-IF.
           IF SD-IDX NOT > SEED-BYES
               MOVE "BYE" TO SDL-BYE
           ELSE
               MOVE SPACE TO SDL-BYE
           END-IF.
           WRITE REPORT-LINE FROM LINEA-SEED.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "RACEREPORT" TO RUN-PROGRAMA.
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


          END PROGRAM RACEREPORT.
