      *>              REJECT FILE WITH STATUS "TM" INSTEAD OF CREATING
      *>              A PHANTOM TEAM. THE RUN STOPS UP FRONT IF THE
      *>              TEAM MASTER CANNOT BE OPENED.
      *> 15/10/2026 - THE INDEX LOAD NOW CHECKS THE SIGNED-ON OPERATOR'S
      *>              PERMISSION FROM THE ACCESS MASTER (OPERACTUAL
      *>              AREA) AND REFUSES TO RUN WITHOUT IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY RUNLOG.

       COPY LOTENOCT.
           05  WS-UNCHANGED-COUNT      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *> A SIGNED-ON OPERATOR NEEDS THE MATCHING PERMISSION FROM THE
      *> ACCESS MASTER (LOADED BY PROG0022 INTO OPERACTUAL); CONSOLE
      *> AND NIGHTLY RUNS HAVE NO OPERATOR AND ARE NOT RESTRICTED.
       0100-READ-BASEBALL-GAMES.

           IF OPERADOR-ACTUAL = LOW-VALUE
               MOVE SPACE TO OPERADOR-ACTUAL
           END-IF.
           IF OPERADOR-ID-ACTUAL NOT = SPACE
              AND NOT PERMITE-BEIS-CARGA
               DISPLAY "YOUR SIGN-ON IS NOT AUTHORIZED TO "
                  "LOAD THE GAME INDEX."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-CHECKPOINT-AREAS WS-RECONCILIATION-AREAS.
           PERFORM 9100-INICIAR-CORRIDA.
           PERFORM 0020-PEDIR-PARAMETROS.
