       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADSCHEDULEFILE.
      *> LOADS THE SCHEDULE OF REMAINING GAMES (SCHEDULE.DAT) FROM A
      *> SEQUENTIAL EXTRACT: SEASON, DATE, GAME NUMBER, HOME TEAM, AWAY
      *> TEAM AND VENUE. BOTH TEAMS MUST BE IN THE TEAM MASTER AND
      *> DIFFERENT, AND THE DATE MUST BE A CALENDAR DATE IN THE SEASON
      *> GIVEN; A RECORD THAT FAILS GOES TO THE REJECT FILE
      *> (SCHEDULE.REJ) WITH STATUS "TM" (TEAM), "DT" (DATE) OR THE
      *> FILE STATUS OF THE WRITE (22 = ALREADY SCHEDULED). FULL
      *> RELOAD REPLACES THE SCHEDULE; ADD SEASON LOADS ALONGSIDE IT.
      *> THE RACE REPORT (RACEREPORT) READS THE RESULT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SCHEDULESEQ ASSIGN USING WS-EXTRACT-NAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS SEQ-CHECK-KEY.

       SELECT SCHEDULE ASSIGN TO "SCHEDULE.DAT"
        FILE STATUS IS FILE-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCHED-KEY.

       SELECT TEAMMASTER ASSIGN TO "TEAMMASTER.DAT"
        FILE STATUS IS TEAM-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TEAM-CODE.

       SELECT OPTIONAL REJECT-FILE ASSIGN TO "SCHEDULE.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCH-CHECK-KEY.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE.
           COPY SCHEDULE.

       FD SCHEDULESEQ.
       01 SCHEDULERECORDSEQ.
          88 ENDOFSEQFILE   VALUE HIGH-VALUES.
          02 IN-RECORD          PIC X(59).
          02 IN-DETAIL-RECORD REDEFINES IN-RECORD.
             05 IN-SEASON          PIC X(4).
             05 IN-DATESEQ.
                10 IN-YEAR         PIC X(4).
                10 FILLER          PIC X.
                10 IN-MONTH        PIC X(2).
                10 FILLER          PIC X.
                10 IN-DAY          PIC X(2).
             05 IN-GAME-NUM        PIC X(1).
             05 IN-HOME-TEAM       PIC X(12).
             05 IN-AWAY-TEAM       PIC X(12).
             05 IN-VENUE           PIC X(20).

       FD TEAMMASTER.
           COPY TEAMMASTER.

       FD REJECT-FILE.
       01 LINEA-RECHAZO.
          05 RCH-STATUS          PIC X(2).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RCH-RECORD          PIC X(59).

       FD RUN-HISTORY.
       01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY RUNLOG.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY     PIC X(2).
           05  WS-EXTRACT-NAME    PIC X(30).
           05  SEQ-CHECK-KEY      PIC X(2).
               88 EXTRACT-OK      VALUE "00".
           05  RCH-CHECK-KEY      PIC X(2).
           05  WS-LOAD-MODE       PIC X.
               88 FULL-RELOAD     VALUE "F".
               88 ADD-SEASON      VALUE "A".
           05  TEAM-CHECK-KEY     PIC X(2).
               88 TEAM-MASTER-OK  VALUE "00".
           05  WS-VALID-SW        PIC X.
               88 RECORD-VALID    VALUE "S".
           05  WS-SCHED-FECHA.
               10 WS-SCHED-YYYY   PIC X(4).
               10 WS-SCHED-MM     PIC X(2).
               10 WS-SCHED-DD     PIC X(2).
           05  WS-SCHED-FECHA-N REDEFINES WS-SCHED-FECHA PIC 9(8).

       01  WS-RECONCILIATION-AREAS.
           05  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-WRITE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *> LOADING THE SCHEDULE NEEDS THE SAME PERMISSION AS LOADING THE
      *> GAME INDEX; CONSOLE RUNS HAVE NO OPERATOR AND ARE NOT
      *> RESTRICTED.
       0100-START.

           IF OPERADOR-ACTUAL = LOW-VALUE
               MOVE SPACE TO OPERADOR-ACTUAL
           END-IF.
           IF OPERADOR-ID-ACTUAL NOT = SPACE
              AND NOT PERMITE-BEIS-CARGA
               DISPLAY "YOUR SIGN-ON IS NOT AUTHORIZED TO "
                  "LOAD THE SCHEDULE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-RECONCILIATION-AREAS.
           PERFORM 9100-INICIAR-CORRIDA.
           PERFORM 0020-PEDIR-PARAMETROS.
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
           OPEN INPUT SCHEDULESEQ.
           IF NOT EXTRACT-OK
               DISPLAY "UNABLE TO OPEN EXTRACT " WS-EXTRACT-NAME
                  " STATUS = " SEQ-CHECK-KEY
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
               CLOSE TEAMMASTER
               PERFORM 9200-GRABAR-CORRIDA
               GOBACK
           END-IF.
           IF ADD-SEASON
               OPEN I-O SCHEDULE
               IF FILE-CHECK-KEY NOT = "00"
                   OPEN OUTPUT SCHEDULE
               END-IF
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT SCHEDULE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE SPACE TO LINEA-RECHAZO.
           READ SCHEDULESEQ
              AT END SET ENDOFSEQFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-FILE THRU 0200-END
              UNTIL ENDOFSEQFILE.
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0020-PEDIR-PARAMETROS.
           DISPLAY "SCHEDULE EXTRACT NAME (EMPTY = SCHEDULE.NEW): "
             WITH NO ADVANCING.
           ACCEPT WS-EXTRACT-NAME.
           IF WS-EXTRACT-NAME = SPACE
               MOVE "SCHEDULE.NEW" TO WS-EXTRACT-NAME
           END-IF.
           MOVE SPACE TO WS-LOAD-MODE.
           PERFORM 0030-PEDIR-MODO
              UNTIL FULL-RELOAD OR ADD-SEASON.

       0030-PEDIR-MODO.
           DISPLAY "F = FULL RELOAD, A = ADD SEASON: "
              WITH NO ADVANCING.
           ACCEPT WS-LOAD-MODE.
           IF WS-LOAD-MODE = "f"
               MOVE "F" TO WS-LOAD-MODE
           END-IF.
           IF WS-LOAD-MODE = "a"
               MOVE "A" TO WS-LOAD-MODE
           END-IF.

       0200-PROCESS-FILE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM 0210-VALIDAR-FECHA.
           IF NOT RECORD-VALID
               MOVE "DT" TO RCH-STATUS
               PERFORM 0250-RECHAZAR
               GO TO 0200-SIGUIENTE
           END-IF.
           PERFORM 0220-VALIDAR-EQUIPOS.
           IF NOT RECORD-VALID
               MOVE "TM" TO RCH-STATUS
               PERFORM 0250-RECHAZAR
               GO TO 0200-SIGUIENTE
           END-IF.
           MOVE SPACE TO SCHEDULERECORD.
           MOVE IN-SEASON TO SCHED-SEASON.
           STRING IN-YEAR "-" IN-MONTH "-" IN-DAY
              DELIMITED BY SIZE INTO SCHED-DATE.
           IF IN-GAME-NUM = "2"
               MOVE 2 TO SCHED-GAME-NUM
           ELSE
               MOVE 1 TO SCHED-GAME-NUM
           END-IF.
           MOVE IN-HOME-TEAM TO SCHED-HOME-TEAM.
           MOVE IN-AWAY-TEAM TO SCHED-AWAY-TEAM.
           MOVE IN-VENUE TO SCHED-VENUE.
           WRITE SCHEDULERECORD
              INVALID KEY
                 MOVE FILE-CHECK-KEY TO RCH-STATUS
                 PERFORM 0250-RECHAZAR
              NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT
           END-WRITE.

       0200-SIGUIENTE.
           READ SCHEDULESEQ
              AT END SET ENDOFSEQFILE TO TRUE
           END-READ.
       0200-END.

      *> THE DATE MUST BE A REAL CALENDAR DATE (CHECKED BY THE DATE
      *> SERVICE, PROG0061) IN THE SEASON GIVEN ON THE SAME RECORD.
       0210-VALIDAR-FECHA.
           MOVE "N" TO WS-VALID-SW.
           MOVE IN-YEAR TO WS-SCHED-YYYY.
           MOVE IN-MONTH TO WS-SCHED-MM.
           MOVE IN-DAY TO WS-SCHED-DD.
           IF WS-SCHED-FECHA IS NUMERIC
              AND IN-SEASON = IN-YEAR
              AND (IN-GAME-NUM = SPACE OR "1" OR "2")
               SET CNV-A-DIAS TO TRUE
               MOVE WS-SCHED-FECHA-N TO CNV-FECHA
               CALL "PROG0061"
               IF CNV-OK
                   SET RECORD-VALID TO TRUE
               END-IF
           END-IF.

      *> BOTH TEAMS MUST EXIST IN THE TEAM MASTER AND A TEAM CANNOT
      *> BE SCHEDULED AGAINST ITSELF.
       0220-VALIDAR-EQUIPOS.
           SET RECORD-VALID TO TRUE.
           IF IN-HOME-TEAM = IN-AWAY-TEAM
               MOVE "N" TO WS-VALID-SW
           END-IF.
           MOVE IN-HOME-TEAM TO TEAM-CODE.
           READ TEAMMASTER
              INVALID KEY
                 MOVE "N" TO WS-VALID-SW
           END-READ.
           MOVE IN-AWAY-TEAM TO TEAM-CODE.
           READ TEAMMASTER
              INVALID KEY
                 MOVE "N" TO WS-VALID-SW
           END-READ.

       0250-RECHAZAR.
           MOVE IN-RECORD TO RCH-RECORD.
           WRITE LINEA-RECHAZO.
           ADD 1 TO WS-REJECT-COUNT.

       9000-END-PROGRAM.
           DISPLAY "RECORDS READ FROM EXTRACT  = " WS-RECORD-COUNT.
           DISPLAY "GAMES WRITTEN TO SCHEDULE  = " WS-WRITE-COUNT.
           DISPLAY "RECORDS REJECTED           = " WS-REJECT-COUNT.
           IF WS-RECORD-COUNT = WS-WRITE-COUNT + WS-REJECT-COUNT
               DISPLAY "RECONCILIATION OK - COUNTS MATCH"
           ELSE
               DISPLAY "RECONCILIATION FAILED - COUNTS DO NOT MATCH"
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SCHEDULESEQ, SCHEDULE, REJECT-FILE, TEAMMASTER.
           MOVE WS-RECORD-COUNT TO RUN-REG-ENTRADA.
           MOVE WS-WRITE-COUNT TO RUN-REG-SALIDA.
           MOVE WS-REJECT-COUNT TO RUN-REG-RECHAZADOS.
           PERFORM 9200-GRABAR-CORRIDA.
           GOBACK.

       9100-INICIAR-CORRIDA.
           MOVE SPACE TO RUN-HIST-REGISTRO.
           MOVE "LOADSCHEDULEFILE" TO RUN-PROGRAMA.
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


          END PROGRAM LOADSCHEDULEFILE.
