      *> SEQUENTIAL BACKUP (IDXBAK-YYYYMMDD.SEQ) CREATED BY
      *> UNLOADINDEXFILE, AND PROVES THE RESTORED RECORD COUNT
      *> MATCHES THE COUNT IN THE BACKUP TRAILER RECORD.
      *> 15/10/2026 - A GOOD RESTORE NOW REMINDS THE OPERATOR TO RUN
      *>              THE ROLL-FORWARD (PROG0055) FROM THE BACKUP
      *>              DATE AND TIME, SO GAMES MAINTAINED SINCE THE
      *>              BACKUP ARE REAPPLIED FROM AUDITLOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               DISPLAY "RECORDS EXPECTED  = " WS-EXPECTED-COUNT
               IF WS-RESTORE-COUNT = WS-EXPECTED-COUNT
                   DISPLAY "RESTORE OK - COUNTS MATCH"
                   DISPLAY "TO REAPPLY CHANGES MADE SINCE THE BACKUP, "
                      "RUN PROG0055 (MASTER 2)."
               ELSE
                   DISPLAY "RESTORE FAILED - COUNTS DO NOT MATCH"
                   MOVE "FAILED" TO RUN-RESULTADO
