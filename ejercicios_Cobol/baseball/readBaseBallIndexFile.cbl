      *> 01/09/2026 - WHEN THE REPORT FILE CLOSES, A DATED COPY IS
      *>              FILED THROUGH PROG0050 (REPARCH EXTERNAL AREA);
      *>              PROG0051 LISTS AND REPRINTS THE HELD COPIES
      *> 15/10/2026 - THE GAME QUERY NOW CHECKS THE SIGNED-ON OPERATOR'S
      *>              PERMISSION FROM THE ACCESS MASTER (OPERACTUAL
      *>              AREA) AND REFUSES TO RUN WITHOUT IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY REPARCH.

       01  WS-REPORT-AREAS.
               88 ALL-SEASONS      VALUE ZERO.

       PROCEDURE DIVISION.
      *> A SIGNED-ON OPERATOR NEEDS THE MATCHING PERMISSION FROM THE
      *> ACCESS MASTER (LOADED BY PROG0022 INTO OPERACTUAL); CONSOLE
      *> AND NIGHTLY RUNS HAVE NO OPERATOR AND ARE NOT RESTRICTED.
       0100-START.

           IF OPERADOR-ACTUAL = LOW-VALUE
               MOVE SPACE TO OPERADOR-ACTUAL
           END-IF.
           IF OPERADOR-ID-ACTUAL NOT = SPACE
              AND NOT PERMITE-BEIS-CONSULTA
               DISPLAY "YOUR SIGN-ON IS NOT AUTHORIZED TO "
                  "QUERY THE GAMES."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BASEBALL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 0050-IMPRIMIR-ENCABEZADOS.
