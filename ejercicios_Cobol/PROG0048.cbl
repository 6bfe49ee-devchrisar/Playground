      *          PROGRAMAS CON COSTUMBRE DE CORRER (3 O MAS DIAS        *
      *          DISTINTOS EN EL HISTORIAL) QUE NO TIENEN CORRIDA EN    *
      *          LA FECHA, Y LAS CORRIDAS QUE TERMINARON FAILED.        *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - CADA ANOMALIA MARCADA (INCLUIDAS   *
      *                 LAS CORRIDAS FAILED Y LOS PROGRAMAS SIN        *
      *                 CORRIDA) DEJA ADEMAS UNA ALERTA EN EL TABLERO  *
      *                 DE OPERACION (PROG0063) QUE EL MENU PRINCIPAL  *
      *                 MUESTRA AL FIRMAR.                             *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY REPARCH.

       COPY ALEGRABA.

       01  FECHA-REPORTE PIC 9(8).

       77  TOLERANCIA-PCT PIC 9(3) VALUE 50.
               ADD 1 TO WS-ANOMALIAS
               MOVE PRG-NOMBRE(PRG-IDX) TO SIN-PROGRAMA
               WRITE LINEA-IMPRESION FROM LINEA-SIN-CORRIDA
               MOVE SPACE TO ALG-TEXTO
               STRING PRG-NOMBRE(PRG-IDX) DELIMITED BY SPACE
                   " - SIN CORRIDA EL " FECHA-REPORTE
                   DELIMITED BY SIZE INTO ALG-TEXTO
               PERFORM ALERTAR-ANOMALIA
           END-IF
       END-IF.

       ADD 1 TO WS-ANOMALIAS.
       MOVE PRG-NOMBRE(PRG-IDX) TO ANO-PROGRAMA.
       WRITE LINEA-IMPRESION FROM LINEA-ANOMALIA.
       MOVE SPACE TO ALG-TEXTO.
       IF ANO-TIPO = "TERMINO FAILED"
           STRING PRG-NOMBRE(PRG-IDX) DELIMITED BY SPACE
               " - TERMINO FAILED EL " FECHA-REPORTE
               DELIMITED BY SIZE INTO ALG-TEXTO
       ELSE
           STRING PRG-NOMBRE(PRG-IDX) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               ANO-TIPO DELIMITED BY "  "
               " ANORMAL EL " FECHA-REPORTE
               DELIMITED BY SIZE INTO ALG-TEXTO
       END-IF.
       PERFORM ALERTAR-ANOMALIA.

      * CADA ANOMALIA QUEDA ADEMAS EN EL TABLERO DE ALERTAS QUE EL
      * MENU PRINCIPAL MUESTRA AL FIRMAR.
       ALERTAR-ANOMALIA.
       MOVE "PROG0048" TO ALG-ORIGEN.
       CALL "PROG0063".

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
