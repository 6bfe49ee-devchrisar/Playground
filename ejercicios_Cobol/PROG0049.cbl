      *          RUNHIST.DAT Y RETURN-CODE 8, QUE ES LO QUE DETIENE    *
      *          LA CADENA DE PROG0032 (CORRE COMO PASO 6, DESPUES DE   *
      *          LOS DOS RESPALDOS).                                    *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - UNA VERIFICACION FALLIDA DEJA      *
      *                 ADEMAS UNA ALERTA EN EL TABLERO DE OPERACION   *
      *                 (PROG0063) CON LA FECHA DE LOS RESPALDOS.      *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY LOTENOCT.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       ELSE
           DISPLAY "VERIFICACION DE RESPALDOS FALLIDA; "
               "REVISAR ANTES DE CONFIAR EN ELLOS."
           MOVE "PROG0049" TO ALG-ORIGEN
           MOVE SPACE TO ALG-TEXTO
           STRING "RESPALDOS DEL " FECHA-HOY " NO VERIFICAN; NO "
               "CONFIAR EN ELLOS"
               DELIMITED BY SIZE INTO ALG-TEXTO
           CALL "PROG0063"
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.
