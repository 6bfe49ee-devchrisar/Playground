       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0060.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:VENCIMIENTO DE SOLICITUDES PENDIENTES. RECORRE         *
      *          PENDIENTES.DAT (VER PROG0058) Y MARCA COMO VENCIDA     *
      *          TODA SOLICITUD QUE SIGUE SIN APROBAR NI RECHAZAR       *
      *          DESPUES DE SU ULTIMO DIA VIGENTE: UNA ACCION           *
      *          DESTRUCTIVA QUE NADIE CONFIRMO NO DEBE QUEDAR VIVA     *
      *          INDEFINIDAMENTE; SI SE SIGUE NECESITANDO SE PIDE DE    *
      *          NUEVO. IMPRIME PENDVENC.PRT CON LAS SOLICITUDES        *
      *          VENCIDAS EN ESTA CORRIDA Y LAS QUE SIGUEN ESPERANDO    *
      *          APROBACION, CON SUS DIAS DE ANTIGUEDAD, PARA QUE LOS   *
      *          SUPERVISORES LAS RESUELVAN EN PROG0059. CORRE EN LA    *
      *          CADENA NOCTURNA (PROG0032).                            *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PENDIENTES-ARCHIVO
       ASSIGN TO "PENDIENTES.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PEN-FOLIO
       ALTERNATE RECORD KEY IS PEN-LLAVE
       WITH DUPLICATES
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS PENDIENTES-ESTADO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "PENDVENC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES-ARCHIVO.
           COPY PENDIENTES.

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       COPY LOTENOCT.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  PENDIENTES-ESTADO PIC X(2).
           88 PENDIENTES-OK        VALUE "00" "05".
           88 PENDIENTES-BLOQUEADO VALUE "51".

       01  FECHA-HOY   PIC 9(8).
       01  DIAS-HOY    PIC 9(7).
       01  DIAS-SOLICITUD PIC 9(7).
       01  DIAS-ANTIGUEDAD PIC 9(5).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-PENDIENTES-ABIERTO-SW PIC X VALUE "N".
              88 PENDIENTES-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDAS     PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-VENCIDAS   PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-PENDIENTES PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-EN-USO     PIC 9(7) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(55) VALUE
              "DEVCHRISAR, S.A. - SOLICITUDES PENDIENTES Y VENCIDAS".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(18) VALUE "FOLIO".
           05 FILLER PIC X(25) VALUE "ACCION".
           05 FILLER PIC X(37) VALUE "CLAVE".
           05 FILLER PIC X(10) VALUE "PEDIDA POR".
           05 FILLER PIC X(12) VALUE "   FECHA".
           05 FILLER PIC X(6)  VALUE " DIAS".
           05 FILLER PIC X(13) VALUE " SITUACION".

       01  LINEA-DETALLE.
           05 DET-FOLIO       PIC 9(16).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-ACCION      PIC X(24).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-CLAVE       PIC X(36).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-SOLICITANTE PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-FECHA       PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-DIAS        PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-SITUACION   PIC X(12).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF PENDIENTES-ABIERTO
           PERFORM LEER-SOLICITUD
           PERFORM REVISAR-SOLICITUD
           UNTIL FIN-ARCHIVO
           CLOSE PENDIENTES-ARCHIVO
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       MOVE WS-TOTAL-LEIDAS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-VENCIDAS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-EN-USO TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * SIN ARCHIVO DE SOLICITUDES NO HAY NADA QUE VENCER; ESO NO ES
      * UN ERROR. CUALQUIER OTRO ESTADO AL ABRIR SI LO ES.
      * EN LA CADENA NOCTURNA LA FECHA ES LA DE LA NOCHE (UNA
      * REANUDACION A LA MANANA SIGUIENTE NO CAMBIA EL VENCIMIENTO).
       PROCEDIMIENTO-DE-APERTURA.
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-HOY
       ELSE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-HOY TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       OPEN I-O PENDIENTES-ARCHIVO.
       IF PENDIENTES-OK
           SET PENDIENTES-ABIERTO TO TRUE
       ELSE
           DISPLAY "NO SE PUDO ABRIR PENDIENTES.DAT. ESTADO: "
               PENDIENTES-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE REPORTE-ARCHIVO.
       MOVE "PENDVENC" TO REP-REPORTE.
       MOVE "PENDVENC.PRT" TO REP-ARCHIVO.
       MOVE "PROG0060" TO REP-PROGRAMA.
       CALL "PROG0050".

       LEER-SOLICITUD.
       READ PENDIENTES-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * SOLO IMPORTAN LAS QUE SIGUEN PENDIENTES; LAS RESUELTAS SE
      * CONSERVAN COMO HISTORIA Y NO SE LISTAN.
       REVISAR-SOLICITUD.
       ADD 1 TO WS-TOTAL-LEIDAS.
       IF PEN-PENDIENTE
           IF DIAS-HOY > PEN-VENCE-DIAS
               PERFORM VENCER-SOLICITUD
           ELSE
               ADD 1 TO WS-TOTAL-PENDIENTES
               MOVE "PENDIENTE" TO DET-SITUACION
               PERFORM IMPRIMIR-SOLICITUD
           END-IF
       END-IF.
       PERFORM LEER-SOLICITUD.

      * LA SOLICITUD SE RELEE CON BLOQUEO: SI UN SUPERVISOR LA ESTA
      * RESOLVIENDO EN ESE MOMENTO SE RESPETA SU DECISION Y SE
      * REVISA OTRA VEZ LA NOCHE SIGUIENTE.
       VENCER-SOLICITUD.
       READ PENDIENTES-ARCHIVO WITH LOCK
           INVALID KEY
               CONTINUE
       END-READ.
       IF PENDIENTES-BLOQUEADO
           ADD 1 TO WS-TOTAL-EN-USO
           MOVE "EN USO" TO DET-SITUACION
           PERFORM IMPRIMIR-SOLICITUD
       END-IF.
       IF PENDIENTES-OK AND PEN-PENDIENTE
           SET PEN-VENCIDA TO TRUE
           MOVE "VENCIDA SIN APROBACION" TO PEN-MOTIVO
           MOVE FECHA-HOY TO PEN-FECHA-RES
           ACCEPT RUN-HORA-ACT FROM TIME
           MOVE RUN-HORA-ACT(1:6) TO PEN-HORA-RES
           REWRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO VENCER LA SOLICITUD "
                       PEN-FOLIO " ESTADO: " PENDIENTES-ESTADO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-VENCIDAS
                   MOVE "VENCIDA HOY" TO DET-SITUACION
                   PERFORM IMPRIMIR-SOLICITUD
           END-REWRITE
           UNLOCK PENDIENTES-ARCHIVO
       END-IF.

       IMPRIMIR-SOLICITUD.
       MOVE PEN-FOLIO TO DET-FOLIO.
       EVALUATE TRUE
           WHEN PEN-TERMINACION
               MOVE "TERMINACION DE EMPLEADO" TO DET-ACCION
           WHEN PEN-BORRA-JUEGO
               MOVE "BORRADO DE JUEGO" TO DET-ACCION
           WHEN PEN-DEPURACION
               MOVE "DEPURACION DE RETENCION" TO DET-ACCION
           WHEN OTHER
               MOVE PEN-TIPO TO DET-ACCION
       END-EVALUATE.
       MOVE PEN-CLAVE TO DET-CLAVE.
       IF PEN-DEPURACION
           MOVE SPACE TO DET-CLAVE
           STRING "CORTE " PEN-DATO DELIMITED BY SIZE
               INTO DET-CLAVE
       END-IF.
       MOVE PEN-SOLICITANTE TO DET-SOLICITANTE.
       MOVE PEN-FECHA-SOL TO DET-FECHA.
       SET CNV-A-DIAS TO TRUE.
       MOVE PEN-FECHA-SOL TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-SOLICITUD.
       IF CNV-OK AND DIAS-HOY > DIAS-SOLICITUD
           COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY - DIAS-SOLICITUD
       ELSE
           MOVE ZERO TO DIAS-ANTIGUEDAD
       END-IF.
       MOVE DIAS-ANTIGUEDAD TO DET-DIAS.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "VENCIDAS EN ESTA CORRIDA:" TO TOT-TITULO.
       MOVE WS-TOTAL-VENCIDAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SIGUEN PENDIENTES DE APROBACION:" TO TOT-TITULO.
       MOVE WS-TOTAL-PENDIENTES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "VENCIDAS EN USO (SE REVISAN MANANA):" TO TOT-TITULO.
       MOVE WS-TOTAL-EN-USO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "SOLICITUDES VENCIDAS:  " WS-TOTAL-VENCIDAS.
       DISPLAY "SIGUEN PENDIENTES:     " WS-TOTAL-PENDIENTES.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0060" TO RUN-PROGRAMA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-INI.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-INI.
       MOVE ZERO TO RUN-REG-ENTRADA.
       MOVE ZERO TO RUN-REG-SALIDA.
       MOVE ZERO TO RUN-REG-RECHAZADOS.
       MOVE "OK" TO RUN-RESULTADO.

       9200-GRABAR-CORRIDA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-FIN.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-FIN.
       OPEN EXTEND RUN-HISTORY.
       WRITE RUN-HISTORY-LINEA FROM RUN-HIST-REGISTRO.
       CLOSE RUN-HISTORY.


       END PROGRAM PROG0060.
