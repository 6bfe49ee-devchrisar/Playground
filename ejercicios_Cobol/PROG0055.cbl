       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0055.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:RECUPERACION HACIA ADELANTE DE UN MAESTRO RECIEN       *
      *          RESTAURADO. DESPUES DE RESTAURAR EMPLEADOS (PROG0025)  *
      *          O BASEBALLIDX.DAT (RESTOREINDEXFILE) SE PIERDE TODO LO *
      *          CAPTURADO DESDE EL RESPALDO NOCTURNO; ESTE PROGRAMA    *
      *          TOMA LA FECHA Y HORA DEL RESPALDO, LEE LA PISTA DE     *
      *          AUDITORIA (AUDITLOG.DAT) Y VUELVE A APLICAR SOBRE EL   *
      *          MAESTRO RESTAURADO, EN ORDEN DE FECHA Y HORA, CADA     *
      *          ALTA, MODIFICACION Y BAJA POSTERIOR A ESE MOMENTO,     *
      *          USANDO LA IMAGEN POSTERIOR (AUD-IMAGEN-DESPUES).       *
      *          EMPLEADOS SE RECUPERA CON LOS MOVIMIENTOS DE PROG0020, *
      *          PROG0026 Y PROG0046; EL INDICE DE BEISBOL CON LOS DE   *
      *          MAINTAININDEXFILE (LA CARGA DIARIA SE VUELVE A CORRER  *
      *          DESDE SU PROPIO ARCHIVO DE ENTRADA).                   *
      *          CADA MOVIMIENTO SE APLICA SOLO SI EL REGISTRO ESTA     *
      *          COMO LO DEJA LA IMAGEN ANTERIOR; SI YA ESTA COMO LA    *
      *          POSTERIOR SE OMITE, Y CUALQUIER OTRA COSA ES CONFLICTO *
      *          QUE NO SE TOCA. EL REPORTE DE RECUPERACION             *
      *          (RECUPERA.PRT) LISTA CADA MOVIMIENTO COMO APLICADO,    *
      *          OMITIDO O EN CONFLICTO, CON TOTALES.                   *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "AUDITLOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT BASEBALL-ARCHIVO
       ASSIGN TO "BASEBALLIDX.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CODEIDX
       ALTERNATE RECORD KEY IS DATE-IDX
       WITH DUPLICATES
       ALTERNATE RECORD KEY IS HOME-TEAMIDX
       WITH DUPLICATES
       ALTERNATE RECORD KEY IS AWAY-TEAMIDX
       WITH DUPLICATES
       ALTERNATE RECORD KEY IS VENUEIDX
       WITH DUPLICATES
       FILE STATUS IS BASEBALL-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "RECUPERA.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "RECUPERA.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD BASEBALL-ARCHIVO.
           COPY BASEBALLIDX.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-FECHA     PIC 9(8).
               05 ORD-HORA      PIC 9(6).
               05 ORD-ORDEN     PIC 9(9).
               05 ORD-AUDITORIA PIC X(503).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY AUDITORIA.

       COPY REPARCH.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  BASEBALL-ESTADO PIC X(2).
           88 BASEBALL-OK VALUE "00".

       01  MAESTRO-ELEGIDO PIC X(1).
           88 RECUPERA-EMPLEADOS VALUE "1".
           88 RECUPERA-BEISBOL   VALUE "2".

       01  FECHA-RESPALDO PIC 9(8).
       01  HORA-RESPALDO  PIC 9(6).

      * EL REGISTRO DEL MAESTRO SE LLEVA A 200 POSICIONES PARA
      * COMPARARLO TAL CUAL CONTRA LAS IMAGENES DE LA AUDITORIA.
       01  IMAGEN-ACTUAL PIC X(200).

       01  RESULTADO-MOVIMIENTO.
           05 RES-MOVIMIENTO PIC X(1).
              88 MOV-APLICADO  VALUE "A".
              88 MOV-OMITIDO   VALUE "O".
              88 MOV-CONFLICTO VALUE "C".
           05 RES-MOTIVO PIC X(19).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-MAESTRO-ABIERTO-SW PIC X VALUE "N".
              88 MAESTRO-ABIERTO VALUE "S".
           05 WS-CLAVE-EXISTE-SW PIC X.
              88 CLAVE-EXISTE VALUE "S".
           05 WS-ES-DEL-MAESTRO-SW PIC X.
              88 ES-DEL-MAESTRO VALUE "S".
           05 WS-ES-POSTERIOR-SW PIC X.
              88 ES-POSTERIOR VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS     PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-POSTERIOR  PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-APLICADOS  PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-OMITIDOS   PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-CONFLICTOS PIC 9(9) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(40) VALUE
              "DEVCHRISAR, S.A. - RECUPERACION DE ".
           05 ENC1-MAESTRO PIC X(16).
           05 FILLER PIC X(15) VALUE " DESDE RESPALDO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC1-FECHA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC1-HORA PIC 99B99B99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(12) VALUE "FECHA".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(19) VALUE "PROGRAMA".
           05 FILLER PIC X(4)  VALUE "AC".
           05 FILLER PIC X(37) VALUE "CLAVE".
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(29) VALUE "RESULTADO".

       01  LINEA-DETALLE.
           05 DET-FECHA     PIC 9999/99/99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HORA      PIC 99B99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PROGRAMA  PIC X(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ACCION    PIC X(1).
           05 FILLER        PIC X(3) VALUE SPACE.
           05 DET-CLAVE     PIC X(36).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-OPERADOR  PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-RESULTADO PIC X(10).
           05 DET-MOTIVO    PIC X(19).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM SOLICITAR-DATOS.
       IF RECUPERA-EMPLEADOS OR RECUPERA-BEISBOL
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-FECHA
               ON ASCENDING KEY ORD-HORA
               ON ASCENDING KEY ORD-ORDEN
               INPUT PROCEDURE IS LEER-AUDITORIA
               OUTPUT PROCEDURE IS APLICAR-MOVIMIENTOS
       END-IF.
       MOVE WS-TOTAL-POSTERIOR TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-APLICADOS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-CONFLICTOS TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * LOS RESPALDOS NO LLEVAN HORA: EL OPERADOR LA TOMA DEL
      * RENGLON DEL RESPALDO EN RUNHIST.DAT (PROG0024 O
      * UNLOADINDEXFILE) DE LA NOCHE QUE SE RESTAURO.
       SOLICITAR-DATOS.
       DISPLAY "MAESTRO A RECUPERAR (1=EMPLEADOS, 2=BASEBALLIDX): ".
       ACCEPT MAESTRO-ELEGIDO.
       DISPLAY "FECHA DEL RESPALDO RESTAURADO (AAAAMMDD): ".
       ACCEPT FECHA-RESPALDO.
       DISPLAY "HORA DEL RESPALDO RESTAURADO (HHMMSS): ".
       ACCEPT HORA-RESPALDO.
       IF NOT RECUPERA-EMPLEADOS AND NOT RECUPERA-BEISBOL
           DISPLAY "MAESTRO NO VALIDO; NO SE RECUPERA NADA."
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           IF FECHA-RESPALDO IS NOT NUMERIC OR FECHA-RESPALDO = ZERO
               OR HORA-RESPALDO IS NOT NUMERIC
               DISPLAY "FECHA U HORA DEL RESPALDO NO VALIDA; "
                   "NO SE RECUPERA NADA."
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
               MOVE SPACE TO MAESTRO-ELEGIDO
           END-IF
       END-IF.

      * EL NUMERO DE ORDEN DE LECTURA DESEMPATA LOS MOVIMIENTOS DEL
      * MISMO SEGUNDO PARA QUE SE APLIQUEN EN EL ORDEN EN QUE SE
      * GRABARON.
       LEER-AUDITORIA SECTION.
       LEER-AUDITORIA-INICIO.
       OPEN INPUT AUDITORIA-ARCHIVO.
       PERFORM LEER-MOVIMIENTO.
       PERFORM LIBERAR-MOVIMIENTO
       UNTIL FIN-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       GO TO LEER-AUDITORIA-FIN.

       LEER-MOVIMIENTO.
       READ AUDITORIA-ARCHIVO INTO AUDITORIA-REGISTRO
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       LIBERAR-MOVIMIENTO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       PERFORM CLASIFICAR-MOVIMIENTO.
       IF ES-DEL-MAESTRO AND ES-POSTERIOR
           ADD 1 TO WS-TOTAL-POSTERIOR
           MOVE AUD-FECHA TO ORD-FECHA
           MOVE AUD-HORA TO ORD-HORA
           MOVE WS-TOTAL-LEIDOS TO ORD-ORDEN
           MOVE AUDITORIA-REGISTRO TO ORD-AUDITORIA
           RELEASE ORDENADO-REGISTRO
       END-IF.
       PERFORM LEER-MOVIMIENTO.

       CLASIFICAR-MOVIMIENTO.
       MOVE "N" TO WS-ES-DEL-MAESTRO-SW.
       MOVE "N" TO WS-ES-POSTERIOR-SW.
       IF RECUPERA-EMPLEADOS
           AND (AUD-PROGRAMA = "PROG0020"
                OR AUD-PROGRAMA = "PROG0026"
                OR AUD-PROGRAMA = "PROG0046")
           SET ES-DEL-MAESTRO TO TRUE
       END-IF.
       IF RECUPERA-BEISBOL
           AND AUD-PROGRAMA = "MAINTAININDEXFILE"
           SET ES-DEL-MAESTRO TO TRUE
       END-IF.
       IF AUD-FECHA IS NUMERIC AND AUD-HORA IS NUMERIC
           IF AUD-FECHA > FECHA-RESPALDO
               OR (AUD-FECHA = FECHA-RESPALDO
                   AND AUD-HORA > HORA-RESPALDO)
               SET ES-POSTERIOR TO TRUE
           END-IF
       END-IF.

       LEER-AUDITORIA-FIN.
       EXIT.

       APLICAR-MOVIMIENTOS SECTION.
       APLICAR-MOVIMIENTOS-INICIO.
       PERFORM ABRIR-MAESTRO.
       IF NOT MAESTRO-ABIERTO
           GO TO APLICAR-MOVIMIENTOS-FIN
       END-IF.
       OPEN OUTPUT REPORTE-ARCHIVO.
       IF RECUPERA-EMPLEADOS
           MOVE "EMPLEADOS" TO ENC1-MAESTRO
       ELSE
           MOVE "BASEBALLIDX.DAT" TO ENC1-MAESTRO
       END-IF.
       MOVE FECHA-RESPALDO TO ENC1-FECHA.
       MOVE HORA-RESPALDO TO ENC1-HORA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       PERFORM LEER-ORDENADO.
       PERFORM APLICAR-MOVIMIENTO
       UNTIL FIN-ORDENADO.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM CERRAR-MAESTRO.
       CLOSE REPORTE-ARCHIVO.
       MOVE "RECUPERA" TO REP-REPORTE.
       MOVE "RECUPERA.PRT" TO REP-ARCHIVO.
       MOVE "PROG0055" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO APLICAR-MOVIMIENTOS-FIN.

      * SIN EL MAESTRO ABIERTO NO HAY NADA QUE RECUPERAR; LA CORRIDA
      * TERMINA FALLIDA PARA QUE NADIE DE POR BUENA LA RESTAURACION.
       ABRIR-MAESTRO.
       IF RECUPERA-EMPLEADOS
           OPEN I-O EMPLEADOS-ARCHIVO
           IF EMPLEADOS-OK
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS. "
                   "ESTADO: " EMPLEADOS-ESTADO
           END-IF
       ELSE
           OPEN I-O BASEBALL-ARCHIVO
           IF BASEBALL-OK
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR BASEBALLIDX.DAT. "
                   "ESTADO: " BASEBALL-ESTADO
           END-IF
       END-IF.
       IF NOT MAESTRO-ABIERTO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.

       CERRAR-MAESTRO.
       IF RECUPERA-EMPLEADOS
           CLOSE EMPLEADOS-ARCHIVO
       ELSE
           CLOSE BASEBALL-ARCHIVO
       END-IF.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

      * ALTA: SE GRABA SI LA CLAVE NO EXISTE. MODIFICACION Y BAJA:
      * SE APLICAN SI EL REGISTRO ESTA IGUAL A LA IMAGEN ANTERIOR.
      * UNA BAJA CON IMAGEN POSTERIOR EN BLANCO ES UN BORRADO FISICO
      * (PROG0046, MAINTAININDEXFILE); LA BAJA LOGICA DE PROG0020
      * TRAE EL REGISTRO MARCADO Y SE REGRABA COMO UNA MODIFICACION.
       APLICAR-MOVIMIENTO.
       MOVE ORD-AUDITORIA TO AUDITORIA-REGISTRO.
       MOVE SPACE TO RES-MOTIVO.
       PERFORM LEER-MAESTRO.
       EVALUATE TRUE
           WHEN AUD-ALTA
               PERFORM APLICAR-ALTA
           WHEN AUD-CAMBIO
               PERFORM APLICAR-CAMBIO
           WHEN AUD-BAJA
               PERFORM APLICAR-BAJA
           WHEN OTHER
               SET MOV-CONFLICTO TO TRUE
               MOVE "ACCION DESCONOCIDA" TO RES-MOTIVO
       END-EVALUATE.
       PERFORM IMPRIMIR-MOVIMIENTO.
       PERFORM LEER-ORDENADO.

       APLICAR-ALTA.
       IF NOT CLAVE-EXISTE
           PERFORM GRABAR-MAESTRO
       ELSE
           IF IMAGEN-ACTUAL = AUD-IMAGEN-DESPUES
               SET MOV-OMITIDO TO TRUE
               MOVE "YA ESTABA APLICADO" TO RES-MOTIVO
           ELSE
               SET MOV-CONFLICTO TO TRUE
               MOVE "LA CLAVE YA EXISTE" TO RES-MOTIVO
           END-IF
       END-IF.

       APLICAR-CAMBIO.
       IF NOT CLAVE-EXISTE
           SET MOV-CONFLICTO TO TRUE
           MOVE "LA CLAVE NO EXISTE" TO RES-MOTIVO
       ELSE
           IF IMAGEN-ACTUAL = AUD-IMAGEN-DESPUES
               SET MOV-OMITIDO TO TRUE
               MOVE "YA ESTABA APLICADO" TO RES-MOTIVO
           ELSE
               IF IMAGEN-ACTUAL = AUD-IMAGEN-ANTES
                   PERFORM REGRABAR-MAESTRO
               ELSE
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "IMAGEN ANT DISTINTA" TO RES-MOTIVO
               END-IF
           END-IF
       END-IF.

       APLICAR-BAJA.
       IF AUD-IMAGEN-DESPUES NOT = SPACE
           PERFORM APLICAR-CAMBIO
       ELSE
           IF NOT CLAVE-EXISTE
               SET MOV-OMITIDO TO TRUE
               MOVE "YA ESTABA BORRADO" TO RES-MOTIVO
           ELSE
               IF IMAGEN-ACTUAL = AUD-IMAGEN-ANTES
                   PERFORM BORRAR-MAESTRO
               ELSE
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "IMAGEN ANT DISTINTA" TO RES-MOTIVO
               END-IF
           END-IF
       END-IF.

       LEER-MAESTRO.
       MOVE "N" TO WS-CLAVE-EXISTE-SW.
       MOVE SPACE TO IMAGEN-ACTUAL.
       IF RECUPERA-EMPLEADOS
           MOVE AUD-CLAVE TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLAVE-EXISTE TO TRUE
                   MOVE EMPLEADOS-REGISTRO TO IMAGEN-ACTUAL
           END-READ
       ELSE
           MOVE AUD-CLAVE TO CODEIDX
           READ BASEBALL-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLAVE-EXISTE TO TRUE
                   MOVE BASEBALLRECORDIDX TO IMAGEN-ACTUAL
           END-READ
       END-IF.

       GRABAR-MAESTRO.
       SET MOV-APLICADO TO TRUE.
       IF RECUPERA-EMPLEADOS
           MOVE AUD-IMAGEN-DESPUES TO EMPLEADOS-REGISTRO
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL GRABAR" TO RES-MOTIVO
           END-WRITE
       ELSE
           MOVE AUD-IMAGEN-DESPUES TO BASEBALLRECORDIDX
           WRITE BASEBALLRECORDIDX
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL GRABAR" TO RES-MOTIVO
           END-WRITE
       END-IF.

       REGRABAR-MAESTRO.
       SET MOV-APLICADO TO TRUE.
       IF RECUPERA-EMPLEADOS
           MOVE AUD-IMAGEN-DESPUES TO EMPLEADOS-REGISTRO
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL REGRABAR" TO RES-MOTIVO
           END-REWRITE
       ELSE
           MOVE AUD-IMAGEN-DESPUES TO BASEBALLRECORDIDX
           REWRITE BASEBALLRECORDIDX
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL REGRABAR" TO RES-MOTIVO
           END-REWRITE
       END-IF.

       BORRAR-MAESTRO.
       SET MOV-APLICADO TO TRUE.
       IF RECUPERA-EMPLEADOS
           DELETE EMPLEADOS-ARCHIVO
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL BORRAR" TO RES-MOTIVO
           END-DELETE
       ELSE
           DELETE BASEBALL-ARCHIVO
               INVALID KEY
                   SET MOV-CONFLICTO TO TRUE
                   MOVE "ERROR AL BORRAR" TO RES-MOTIVO
           END-DELETE
       END-IF.

       IMPRIMIR-MOVIMIENTO.
       MOVE AUD-FECHA TO DET-FECHA.
       MOVE AUD-HORA TO DET-HORA.
       MOVE AUD-PROGRAMA TO DET-PROGRAMA.
       MOVE AUD-ACCION TO DET-ACCION.
       MOVE AUD-CLAVE TO DET-CLAVE.
       MOVE AUD-OPERADOR TO DET-OPERADOR.
       MOVE RES-MOTIVO TO DET-MOTIVO.
       EVALUATE TRUE
           WHEN MOV-APLICADO
               MOVE "APLICADO" TO DET-RESULTADO
               ADD 1 TO WS-TOTAL-APLICADOS
           WHEN MOV-OMITIDO
               MOVE "OMITIDO" TO DET-RESULTADO
               ADD 1 TO WS-TOTAL-OMITIDOS
           WHEN OTHER
               MOVE "CONFLICTO" TO DET-RESULTADO
               ADD 1 TO WS-TOTAL-CONFLICTOS
       END-EVALUATE.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "MOVIMIENTOS LEIDOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "POSTERIORES AL RESPALDO:" TO TOT-TITULO.
       MOVE WS-TOTAL-POSTERIOR TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "APLICADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-APLICADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "OMITIDOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-OMITIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EN CONFLICTO:" TO TOT-TITULO.
       MOVE WS-TOTAL-CONFLICTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "POSTERIORES AL RESPALDO: " WS-TOTAL-POSTERIOR.
       DISPLAY "APLICADOS:               " WS-TOTAL-APLICADOS.
       DISPLAY "OMITIDOS:                " WS-TOTAL-OMITIDOS.
       DISPLAY "EN CONFLICTO:            " WS-TOTAL-CONFLICTOS.
       IF WS-TOTAL-CONFLICTOS > ZERO
           DISPLAY "HAY MOVIMIENTOS EN CONFLICTO; REVISAR "
               "RECUPERA.PRT Y CAPTURARLOS A MANO."
       END-IF.

       APLICAR-MOVIMIENTOS-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0055" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0055.
