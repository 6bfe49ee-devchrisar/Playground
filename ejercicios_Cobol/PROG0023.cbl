      *                 UNA COPIA FECHADA VIA PROG0050 (AREA REPARCH); *
      *                 PROG0051 LISTA Y REIMPRIME LAS COPIAS          *
      *                 RETENIDAS.                                     *
      *   15/10/2026 - DEVCHRISAR - CADA MOVIMIENTO MUESTRA TAMBIEN EL *
      *                 SUPERVISOR QUE LO APROBO CUANDO LA ACCION PASO *
      *                 POR LA DOBLE APROBACION (SOLICITUDES           *
      *                 PENDIENTES, PROG0059).                         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).

       FD CONSULTA-ARCHIVO.
           01 LINEA-IMPRESION PIC X(220).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 FILLER          PIC X(10) VALUE "OPERADOR:".
           05 DET-OPERADOR    PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 FILLER          PIC X(8) VALUE "APROBO:".
           05 DET-APROBADOR   PIC X(8).

       01  LINEA-IMAGEN-ANTES.
           05 FILLER          PIC X(10) VALUE "ANTES:".
               MOVE AUD-ACCION TO DET-ACCION
       END-EVALUATE.
       MOVE AUD-OPERADOR TO DET-OPERADOR.
       MOVE AUD-APROBADOR TO DET-APROBADOR.
       MOVE AUD-IMAGEN-ANTES TO DET-ANTES.
       MOVE AUD-IMAGEN-DESPUES TO DET-DESPUES.
       WRITE LINEA-IMPRESION FROM LINEA-CAMBIO.
