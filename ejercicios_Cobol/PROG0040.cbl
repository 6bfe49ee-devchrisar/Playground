      *          CUENTA O INTENTO SOBRE CUENTA YA BLOQUEADA), CON       *
      *          TOTALES POR RESULTADO. ES LA EVIDENCIA QUE PIDE EL     *
      *          CUESTIONARIO DEL SEGURO CADA ANO.                      *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - SE RECONOCEN LOS RENGLONES QUE YA  *
      *                 NO SON INTENTOS DE FIRMA: INACTIVA (CUENTA     *
      *                 BLOQUEADA POR INACTIVIDAD EN PROG0062) Y       *
      *                 DESBLOQUEO (CUENTA LIBERADA EN PROG0031), CADA *
      *                 UNO CON SU TOTAL EN VEZ DE CONTARSE COMO       *
      *                 INTENTO FALLIDO.                               *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-TOTAL-FALLIDAS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-BLOQUEOS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-BLOQUEADAS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-INACTIVAS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-DESBLOQUEOS PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(44) VALUE
               ADD 1 TO WS-TOTAL-BLOQUEOS
           WHEN "BLOQUEADA"
               ADD 1 TO WS-TOTAL-BLOQUEADAS
           WHEN "INACTIVA"
               ADD 1 TO WS-TOTAL-INACTIVAS
           WHEN "DESBLOQUEO"
               ADD 1 TO WS-TOTAL-DESBLOQUEOS
           WHEN OTHER
               ADD 1 TO WS-TOTAL-FALLIDAS
       END-EVALUATE.
       MOVE "INTENTOS SOBRE BLOQUEADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-BLOQUEADAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "BLOQUEADAS POR INACTIVIDAD:" TO TOT-TITULO.
       MOVE WS-TOTAL-INACTIVAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DESBLOQUEOS EN PROG0031:" TO TOT-TITULO.
       MOVE WS-TOTAL-DESBLOQUEOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "INTENTOS DEL PERIODO: " WS-TOTAL-INTENTOS.
       DISPLAY "FIRMAS CORRECTAS:     " WS-TOTAL-OK.
       DISPLAY "INTENTOS FALLIDOS:    " WS-TOTAL-FALLIDAS.
