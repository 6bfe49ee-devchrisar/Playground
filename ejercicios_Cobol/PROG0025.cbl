      *          CREADO POR PROG0024, COMPROBANDO QUE EL TOTAL DE       *
      *          REGISTROS RESTAURADOS COINCIDE CON EL REGISTRO DE      *
      *          CIERRE DEL RESPALDO.                                   *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - AL TERMINAR BIEN LA RESTAURACION   *
      *                 SE RECUERDA CORRER LA RECUPERACION HACIA       *
      *                 ADELANTE (PROG0055) CON LA FECHA Y HORA DEL    *
      *                 RESPALDO, PARA REAPLICAR DESDE AUDITLOG.DAT    *
      *                 LO CAPTURADO DESPUES DEL RESPALDO.             *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DISPLAY "REGISTROS ESPERADOS:   " WS-TOTAL-ESPERADOS
           IF WS-TOTAL-RESTAURADOS = WS-TOTAL-ESPERADOS
               DISPLAY "RESTAURACION OK - TOTALES COINCIDEN"
               DISPLAY "PARA REAPLICAR LO CAPTURADO DESPUES DEL "
                   "RESPALDO, CORRER PROG0055 (MAESTRO 1)."
           ELSE
               DISPLAY "RESTAURACION FALLIDA - TOTALES NO COINCIDEN"
               MOVE "FAILED" TO RUN-RESULTADO
