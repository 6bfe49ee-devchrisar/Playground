      *>              (TEAM;GAMES;ATTENDANCE;AVG;W;L) SO THE CLUB
      *>              WEBSITE CAN INGEST THEM DIRECTLY; THE CONSOLE
      *>              OUTPUT IS UNCHANGED.
      *> 15/10/2026 - THE SEASON SUMMARY NOW CHECKS THE SIGNED-ON
      *>              OPERATOR'S PERMISSION FROM THE ACCESS MASTER
      *>              (OPERACTUAL AREA) AND REFUSES TO RUN WITHOUT IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY RUNLOG.

       COPY LOTENOCT.
           05 RPT-LOSSES        PIC ZZZ9.

       PROCEDURE DIVISION.
      *> A SIGNED-ON OPERATOR NEEDS THE MATCHING PERMISSION FROM THE
      *> ACCESS MASTER (LOADED BY PROG0022 INTO OPERACTUAL); CONSOLE
      *> AND NIGHTLY RUNS HAVE NO OPERATOR AND ARE NOT RESTRICTED.
       0100-READ-BASEBALL-GAMES.

           IF OPERADOR-ACTUAL = LOW-VALUE
               MOVE SPACE TO OPERADOR-ACTUAL
           END-IF.
           IF OPERADOR-ID-ACTUAL NOT = SPACE
              AND NOT PERMITE-BEIS-RESUMEN
               DISPLAY "YOUR SIGN-ON IS NOT AUTHORIZED TO "
                  "RUN THE SEASON SUMMARY."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 9100-INICIAR-CORRIDA.
           INITIALIZE WS-ACUMULADORES.
           MOVE "N" TO WS-FIN-IDX-SW.
