      *          CON SU ANFITRION (ENT-ANFITRION), ORDENADOS POR        *
      *          NOMBRE. SE CORRE A DEMANDA A CUALQUIER HORA; TARDA     *
      *          LO QUE TARDA UNA PASADA SOBRE EL LOG DEL DIA.          *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LA LISTA MARCA A LOS EMPLEADOS EN  *
      *                 SITIO CON CERTIFICACION DE PRIMEROS AUXILIOS   *
      *                 VIGENTE EN EL MAESTRO DE CERTIFICACIONES       *
      *                 (CERTIFICA.DAT, VER PROG0077), SENALA LAS      *
      *                 VENCIDAS Y TOTALIZA LOS PRIMEROS AUXILIOS EN   *
      *                 SITIO.                                         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ASSIGN TO "SIGNIN.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CERTIFICA-ARCHIVO
       ASSIGN TO "CERTIFICA.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CER-CLAVE
       FILE STATUS IS CERTIFICA-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "EVACUACION.SRT".

           05 FILLER          PIC X(1).
           05 ENT-HORA        PIC 9(6).

       FD CERTIFICA-ARCHIVO.
           COPY CERTIFICA.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-CLASE     PIC X(1).
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  CERTIFICA-ESTADO PIC X(2).
           88 CERTIFICA-OK VALUE "00" "05".

       01  FECHA-HOY PIC 9(8).
       01  HORA-CORTE PIC 9(8).

           05 WS-ENTRADA-PENDIENTE-SW PIC X VALUE "N".
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-CLASE-IMPRESA PIC X VALUE SPACE.
           05 WS-CERTIFICA-ABIERTO-SW PIC X VALUE "N".
              88 CERTIFICA-ABIERTO VALUE "S".

       01  PERSONA-ACTUAL.
           05 PER-CLASE     PIC X(1).
       01  WS-CONTADORES.
           05 WS-EMPLEADOS-EN-SITIO  PIC 9(5) VALUE ZERO.
           05 WS-VISITANTES-EN-SITIO PIC 9(5) VALUE ZERO.
           05 WS-AUXILIOS-EN-SITIO   PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(40) VALUE
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(10) VALUE "ENTRADA".
           05 FILLER PIC X(10) VALUE "ANFITRION".
           05 FILLER PIC X(20) VALUE "PRIMEROS AUXILIOS".

       01  LINEA-DETALLE.
           05 DET-NOMBRE    PIC X(20).
           05 DET-ENTRADA   PIC 99B99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ANFITRION PIC X(6).
           05 FILLER        PIC X(4) VALUE SPACE.
           05 DET-AUXILIOS  PIC X(20).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
       IMPRIMIR-EN-SITIO SECTION.
       IMPRIMIR-EN-SITIO-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       OPEN INPUT CERTIFICA-ARCHIVO.
       IF CERTIFICA-OK
           SET CERTIFICA-ABIERTO TO TRUE
       END-IF.
       MOVE FECHA-HOY TO ENC1-FECHA.
       MOVE HORA-CORTE(1:6) TO ENC1-HORA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       IF CERTIFICA-ABIERTO
           CLOSE CERTIFICA-ARCHIVO
       END-IF.
       MOVE "EVACUACION" TO REP-REPORTE.
       MOVE "EVACUACION.PRT" TO REP-ARCHIVO.
       MOVE "PROG0041" TO REP-PROGRAMA.
           MOVE SPACE TO DET-ANFITRION
           ADD 1 TO WS-EMPLEADOS-EN-SITIO
       END-IF.
       MOVE SPACE TO DET-AUXILIOS.
       IF PER-CLASE = "E" AND CERTIFICA-ABIERTO
           PERFORM REVISAR-PRIMEROS-AUXILIOS
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

      * UN EMPLEADO EN SITIO CUENTA COMO PRIMEROS AUXILIOS SI SU
      * CERTIFICACION (CERTIFICA.DAT, VER PROG0077) SIGUE VIGENTE
      * HOY; LA QUE YA VENCIO SE SENALA PARA QUE EL BRIGADISTA NO
      * CUENTE CON ELLA.
       REVISAR-PRIMEROS-AUXILIOS.
       MOVE PER-ID TO CER-EMPLEADO.
       SET CER-PRIMEROS-AUXILIOS TO TRUE.
       READ CERTIFICA-ARCHIVO
           INVALID KEY
               MOVE SPACE TO DET-AUXILIOS
           NOT INVALID KEY
               IF CER-FECHA-VENCE NOT < FECHA-HOY
                   MOVE "*** CERTIFICADO ***" TO DET-AUXILIOS
                   ADD 1 TO WS-AUXILIOS-EN-SITIO
               ELSE
                   MOVE "(VENCIDA)" TO DET-AUXILIOS
               END-IF
       END-READ.

       IMPRIMIR-TITULO-SECCION.
       MOVE PER-CLASE TO WS-CLASE-IMPRESA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       MOVE "VISITANTES EN SITIO:" TO TOT-TITULO.
       MOVE WS-VISITANTES-EN-SITIO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "PRIMEROS AUXILIOS EN SITIO:" TO TOT-TITULO.
       MOVE WS-AUXILIOS-EN-SITIO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "EMPLEADOS EN SITIO:  " WS-EMPLEADOS-EN-SITIO.
       DISPLAY "VISITANTES EN SITIO: " WS-VISITANTES-EN-SITIO.
       DISPLAY "PRIMEROS AUXILIOS:   " WS-AUXILIOS-EN-SITIO.

       IMPRIMIR-EN-SITIO-FIN.
       EXIT.
