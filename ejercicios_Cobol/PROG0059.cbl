       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0059.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:APROBACION DE SOLICITUDES PENDIENTES (PENDIENTES.DAT,  *
      *          VER PROG0058). SOLO UN SUPERVISOR FIRMADO EN EL MENU   *
      *          PRINCIPAL (PROG0022) ENTRA AQUI, Y SOLO VE LAS         *
      *          SOLICITUDES VIGENTES PEDIDAS POR OTRA CLAVE DE         *
      *          OPERADOR: NADIE APRUEBA LO QUE EL MISMO PIDIO. CADA    *
      *          SOLICITUD SE MUESTRA CON LA IMAGEN DEL REGISTRO Y SE   *
      *          APRUEBA, SE RECHAZA CON MOTIVO O SE DEJA PARA DESPUES. *
      *          AL APROBAR, LA ACCION SE APLICA EN ESE MOMENTO SOBRE   *
      *          EL MAESTRO:                                            *
      *            T. TERMINACION DEL EMPLEADO CON LA FECHA DE BAJA     *
      *               PEDIDA (EMPLEADOS)                                *
      *            J. BORRADO DEL JUEGO (BASEBALLIDX.DAT)               *
      *            D. DEPURACION DE RETENCION CON LA FECHA DE CORTE     *
      *               PEDIDA (SE LLAMA A PROG0046 CON EL AREA           *
      *               APROBACION)                                       *
      *          SI EL REGISTRO CAMBIO DESDE LA SOLICITUD (LA IMAGEN NO *
      *          COINCIDE) O YA NO EXISTE, LA SOLICITUD QUEDA NO        *
      *          APLICADA CON SU MOTIVO. EL MOVIMIENTO APLICADO SE      *
      *          AUDITA A NOMBRE DEL PROGRAMA QUE LO PIDIO, CON EL      *
      *          OPERADOR QUE LO SOLICITO Y EL QUE LO APROBO.           *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LA ENTRADA YA NO EXIGE EL ROL DE   *
      *                 SUPERVISOR SINO EL PERMISO DE APROBAR          *
      *                 SOLICITUDES DEL MAESTRO DE ACCESOS (QUE POR    *
      *                 OMISION TIENEN LOS SUPERVISORES).              *
      *   15/10/2026 - DEVCHRISAR - AL APLICAR UNA TERMINACION SE      *
      *                 CIERRA EN LA FECHA DE BAJA LA ASIGNACION       *
      *                 VIGENTE DEL EMPLEADO EN EL HISTORIAL DE        *
      *                 PUESTOS (PUESTOHIST.DAT), VIA EL GRABADOR      *
      *                 PROG0069 (AREA PHGRABA).                       *
      *   15/10/2026 - DEVCHRISAR - NO SE OFRECE PARA APROBAR UNA      *
      *                 SOLICITUD SIN SOLICITANTE: SIN EL NO SE PUEDE  *
      *                 COMPROBAR QUE LA APRUEBE OTRA PERSONA. SE      *
      *                 CUENTA APARTE Y SE QUEDA PENDIENTE HASTA       *
      *                 VENCER.                                        *
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

       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
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
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS BASEBALL-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES-ARCHIVO.
           COPY PENDIENTES.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD BASEBALL-ARCHIVO.
           COPY BASEBALLIDX.

       WORKING-STORAGE SECTION.

       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY PHGRABA.

       COPY OPERACTUAL.

       COPY APROBACION.

       COPY FECHADIAS.

       01  PENDIENTES-ESTADO PIC X(2).
           88 PENDIENTES-OK        VALUE "00" "05".
           88 PENDIENTES-BLOQUEADO VALUE "51".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK             VALUE "00".
           88 EMPLEADOS-NO-ENCONTRADO  VALUE "23".
           88 EMPLEADOS-BLOQUEADO      VALUE "51".

       01  BASEBALL-ESTADO PIC X(2).
           88 BASEBALL-OK              VALUE "00".
           88 BASEBALL-NO-ENCONTRADO   VALUE "23".
           88 BASEBALL-BLOQUEADO       VALUE "51".

       01  FECHA-HOY   PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).
       01  DIAS-HOY    PIC 9(7).

       01  IMAGEN-ANTERIOR PIC X(200).

       01  DECISION PIC X.
           88 DECISION-APROBAR  VALUE "A" "a".
           88 DECISION-RECHAZAR VALUE "R" "r".
           88 DECISION-SALTAR   VALUE "S" "s".
           88 DECISION-TERMINAR VALUE "F" "f".

      * RESULTADO DE APLICAR UNA SOLICITUD APROBADA: APLICADA, NO
      * APLICADA (DEFINITIVO, CON MOTIVO) O REINTENTAR (EL REGISTRO
      * ESTA EN USO; LA SOLICITUD SIGUE PENDIENTE).
       01  APLICACION-SW PIC X.
           88 APLICACION-OK         VALUE "S".
           88 APLICACION-RECHAZADA  VALUE "N".
           88 APLICACION-REINTENTAR VALUE "R".

       01  MOTIVO-APLICACION PIC X(40).

       01  DESCRIPCION-TIPO PIC X(26).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X.
              88 FIN-ARCHIVO VALUE "S".
           05 WS-TERMINAR-SW PIC X.
              88 TERMINAR-REVISION VALUE "S".
           05 WS-PENDIENTES-ABIERTO-SW PIC X.
              88 PENDIENTES-ABIERTO VALUE "S".
           05 WS-SOLICITUD-TOMADA-SW PIC X.
              88 SOLICITUD-TOMADA VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-REVISADAS  PIC 9(5).
           05 WS-TOTAL-APROBADAS  PIC 9(5).
           05 WS-TOTAL-RECHAZADAS PIC 9(5).
           05 WS-TOTAL-NO-APLICADAS PIC 9(5).
           05 WS-TOTAL-PROPIAS    PIC 9(5).
           05 WS-TOTAL-VENCIDAS   PIC 9(5).
           05 WS-TOTAL-SIN-SOLICITANTE PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * EL AREA DEL OPERADOR NACE EN LOW-VALUES CUANDO NADIE HA
      * FIRMADO; AQUI ESO SIGNIFICA QUE NO HAY SEGUNDO SUPERVISOR QUE
      * IDENTIFICAR Y NO SE ENTRA. LOS INDICADORES Y CONTADORES SE
      * REINICIAN EN CADA LLAMADA DESDE EL MENU.
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       MOVE "N" TO WS-TERMINAR-SW.
       MOVE "N" TO WS-PENDIENTES-ABIERTO-SW.
       INITIALIZE WS-CONTADORES.
       IF OPERADOR-ID-ACTUAL = SPACE
           OR NOT PERMITE-APROBAR
           DISPLAY "SOLO UN OPERADOR FIRMADO EN EL MENU PRINCIPAL "
               "(PROG0022) CON PERMISO DE APROBAR PUEDE APROBAR "
               "SOLICITUDES."
       ELSE
           PERFORM PROCEDIMIENTO-DE-APERTURA
           IF PENDIENTES-ABIERTO
               PERFORM LEER-SOLICITUD
               PERFORM REVISAR-SOLICITUD
               UNTIL FIN-ARCHIVO OR TERMINAR-REVISION
               CLOSE PENDIENTES-ARCHIVO
               PERFORM MOSTRAR-TOTALES
           END-IF
       END-IF.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       OPEN I-O PENDIENTES-ARCHIVO.
       IF PENDIENTES-OK
           SET PENDIENTES-ABIERTO TO TRUE
       ELSE
           DISPLAY "NO HAY SOLICITUDES PENDIENTES (PENDIENTES.DAT "
               "ESTADO " PENDIENTES-ESTADO ")."
       END-IF.

       LEER-SOLICITUD.
       READ PENDIENTES-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * LAS VENCIDAS Y LAS PROPIAS NO SE OFRECEN; LAS VENCIDAS LAS
      * MARCA EL LOTE NOCTURNO (PROG0060). TAMPOCO UNA SIN SOLICITANTE:
      * SIN EL NO HAY MANERA DE SABER QUE QUIEN APRUEBA ES OTRO, ASI
      * QUE SE QUEDA PENDIENTE HASTA VENCER.
       REVISAR-SOLICITUD.
       IF PEN-PENDIENTE
           EVALUATE TRUE
               WHEN DIAS-HOY > PEN-VENCE-DIAS
                   ADD 1 TO WS-TOTAL-VENCIDAS
               WHEN PEN-SOLICITANTE = SPACE
                   OR PEN-SOLICITANTE = LOW-VALUE
                   ADD 1 TO WS-TOTAL-SIN-SOLICITANTE
               WHEN PEN-SOLICITANTE = OPERADOR-ID-ACTUAL
                   ADD 1 TO WS-TOTAL-PROPIAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-REVISADAS
                   PERFORM MOSTRAR-SOLICITUD
                   PERFORM PEDIR-DECISION
           END-EVALUATE
       END-IF.
       IF NOT TERMINAR-REVISION
           PERFORM LEER-SOLICITUD
       END-IF.

       MOSTRAR-SOLICITUD.
       EVALUATE TRUE
           WHEN PEN-TERMINACION
               MOVE "TERMINACION DE EMPLEADO" TO DESCRIPCION-TIPO
           WHEN PEN-BORRA-JUEGO
               MOVE "BORRADO DE JUEGO" TO DESCRIPCION-TIPO
           WHEN PEN-DEPURACION
               MOVE "DEPURACION DE RETENCION" TO DESCRIPCION-TIPO
           WHEN OTHER
               MOVE PEN-TIPO TO DESCRIPCION-TIPO
       END-EVALUATE.
       DISPLAY "------------------------------------------------".
       DISPLAY "FOLIO:       " PEN-FOLIO.
       DISPLAY "ACCION:      " DESCRIPCION-TIPO.
       DISPLAY "CLAVE:       " PEN-CLAVE.
       IF PEN-DEPURACION
           DISPLAY "FECHA CORTE: " PEN-DATO
       END-IF.
       IF PEN-TERMINACION
           DISPLAY "FECHA BAJA:  " PEN-DATO
       END-IF.
       DISPLAY "PEDIDA POR:  " PEN-SOLICITANTE " EL " PEN-FECHA-SOL.
       IF PEN-IMAGEN NOT = SPACE
           DISPLAY "REGISTRO:    " PEN-IMAGEN
       END-IF.

       PEDIR-DECISION.
       MOVE SPACE TO DECISION.
       PERFORM CAPTURAR-DECISION
       UNTIL DECISION-APROBAR OR DECISION-RECHAZAR
           OR DECISION-SALTAR OR DECISION-TERMINAR.
       EVALUATE TRUE
           WHEN DECISION-APROBAR
               PERFORM APROBAR-SOLICITUD
           WHEN DECISION-RECHAZAR
               PERFORM RECHAZAR-SOLICITUD
           WHEN DECISION-TERMINAR
               SET TERMINAR-REVISION TO TRUE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       CAPTURAR-DECISION.
       DISPLAY "A=APROBAR, R=RECHAZAR, S=SIGUIENTE, F=FIN: ".
       ACCEPT DECISION.

      * ANTES DE RESOLVER, LA SOLICITUD SE RELEE CON BLOQUEO: OTRO
      * SUPERVISOR PUDO RESOLVERLA MIENTRAS ESTA ESTABA EN PANTALLA.
       TOMAR-SOLICITUD.
       MOVE "N" TO WS-SOLICITUD-TOMADA-SW.
       READ PENDIENTES-ARCHIVO WITH LOCK
           INVALID KEY
               DISPLAY "LA SOLICITUD YA NO EXISTE."
       END-READ.
       IF PENDIENTES-BLOQUEADO
           DISPLAY "SOLICITUD EN USO POR OTRO SUPERVISOR; QUEDA "
               "PARA DESPUES."
       END-IF.
       IF PENDIENTES-OK
           IF PEN-PENDIENTE
               SET SOLICITUD-TOMADA TO TRUE
           ELSE
               DISPLAY "LA SOLICITUD YA FUE RESUELTA POR OTRO "
                   "SUPERVISOR."
               UNLOCK PENDIENTES-ARCHIVO
           END-IF
       END-IF.

       APROBAR-SOLICITUD.
       PERFORM TOMAR-SOLICITUD.
       IF SOLICITUD-TOMADA
           MOVE SPACE TO MOTIVO-APLICACION
           EVALUATE TRUE
               WHEN PEN-TERMINACION
                   PERFORM APLICAR-TERMINACION
               WHEN PEN-BORRA-JUEGO
                   PERFORM APLICAR-BORRADO-JUEGO
               WHEN PEN-DEPURACION
                   PERFORM APLICAR-DEPURACION
               WHEN OTHER
                   SET APLICACION-RECHAZADA TO TRUE
                   MOVE "TIPO DE SOLICITUD DESCONOCIDO"
                       TO MOTIVO-APLICACION
           END-EVALUATE
           EVALUATE TRUE
               WHEN APLICACION-OK
                   SET PEN-APROBADA TO TRUE
                   MOVE "APLICADA" TO PEN-MOTIVO
                   ADD 1 TO WS-TOTAL-APROBADAS
                   DISPLAY "SOLICITUD APROBADA Y APLICADA."
                   PERFORM CERRAR-SOLICITUD
               WHEN APLICACION-RECHAZADA
                   SET PEN-NO-APLICADA TO TRUE
                   MOVE MOTIVO-APLICACION TO PEN-MOTIVO
                   ADD 1 TO WS-TOTAL-NO-APLICADAS
                   DISPLAY "NO SE APLICO: " MOTIVO-APLICACION
                   PERFORM CERRAR-SOLICITUD
               WHEN OTHER
                   DISPLAY "NO SE APLICO: " MOTIVO-APLICACION
                       "; LA SOLICITUD SIGUE PENDIENTE."
                   UNLOCK PENDIENTES-ARCHIVO
           END-EVALUATE
       END-IF.

       RECHAZAR-SOLICITUD.
       PERFORM TOMAR-SOLICITUD.
       IF SOLICITUD-TOMADA
           DISPLAY "MOTIVO DEL RECHAZO: "
           ACCEPT PEN-MOTIVO
           SET PEN-RECHAZADA TO TRUE
           ADD 1 TO WS-TOTAL-RECHAZADAS
           DISPLAY "SOLICITUD RECHAZADA."
           PERFORM CERRAR-SOLICITUD
       END-IF.

       CERRAR-SOLICITUD.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE OPERADOR-ID-ACTUAL TO PEN-APROBADOR.
       MOVE FECHA-HOY TO PEN-FECHA-RES.
       MOVE HORA-ACTUAL(1:6) TO PEN-HORA-RES.
       REWRITE PENDIENTES-REGISTRO
           INVALID KEY
               DISPLAY "NO SE PUDO ACTUALIZAR LA SOLICITUD. ESTADO: "
                   PENDIENTES-ESTADO
       END-REWRITE.
       UNLOCK PENDIENTES-ARCHIVO.

      * LA TERMINACION SOLO SE APLICA SI EL EMPLEADO SIGUE TAL COMO
      * ESTABA CUANDO SE PIDIO; CUALQUIER CAMBIO INTERMEDIO OBLIGA A
      * PEDIRLA DE NUEVO SOBRE LOS DATOS ACTUALES.
       APLICAR-TERMINACION.
       SET APLICACION-RECHAZADA TO TRUE.
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           SET APLICACION-REINTENTAR TO TRUE
           MOVE "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS"
               TO MOTIVO-APLICACION
       ELSE
           MOVE PEN-CLAVE TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO WITH LOCK
               INVALID KEY
                   MOVE "EL EMPLEADO YA NO EXISTE" TO MOTIVO-APLICACION
           END-READ
           IF EMPLEADOS-BLOQUEADO
               SET APLICACION-REINTENTAR TO TRUE
               MOVE "REGISTRO EN USO POR OTRO OPERADOR"
                   TO MOTIVO-APLICACION
           END-IF
           IF EMPLEADOS-OK
               PERFORM TERMINAR-EMPLEADO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
       END-IF.

       TERMINAR-EMPLEADO.
       IF EMPLEADOS-REGISTRO NOT = PEN-IMAGEN
           MOVE "EL EMPLEADO CAMBIO DESDE LA SOLICITUD"
               TO MOTIVO-APLICACION
           UNLOCK EMPLEADOS-ARCHIVO
       ELSE
           MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTERIOR
           SET EMPLEADO-BAJA TO TRUE
           MOVE PEN-DATO TO EMPLEADOS-FECHA-BAJA
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE "NO SE PUDO DAR DE BAJA EL REGISTRO"
                       TO MOTIVO-APLICACION
               NOT INVALID KEY
                   SET APLICACION-OK TO TRUE
                   SET AUD-BAJA TO TRUE
                   MOVE "PROG0020" TO AUD-PROGRAMA
                   MOVE EMPLEADOS-ID TO AUD-CLAVE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE EMPLEADOS-REGISTRO TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   PERFORM CERRAR-HISTORIAL-PUESTO
           END-REWRITE
       END-IF.

      * LA ASIGNACION VIGENTE DEL HISTORIAL DE PUESTOS (PROG0069)
      * TERMINA EN LA FECHA DE BAJA.
       CERRAR-HISTORIAL-PUESTO.
       MOVE SPACE TO PUESTO-GRABACION.
       SET PHG-CERRAR TO TRUE.
       MOVE EMPLEADOS-ID TO PHG-EMPLEADO.
       MOVE EMPLEADOS-FECHA-BAJA TO PHG-FECHA-EFECTIVA.
       MOVE "PROG0020" TO PHG-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO PHG-OPERADOR.
       CALL "PROG0069".
       IF PHG-FALLIDO
           DISPLAY "AVISO: NO SE PUDO CERRAR EL HISTORIAL DE PUESTOS."
       END-IF.

       APLICAR-BORRADO-JUEGO.
       SET APLICACION-RECHAZADA TO TRUE.
       OPEN I-O BASEBALL-ARCHIVO.
       IF NOT BASEBALL-OK
           SET APLICACION-REINTENTAR TO TRUE
           MOVE "NO SE PUDO ABRIR BASEBALLIDX.DAT"
               TO MOTIVO-APLICACION
       ELSE
           MOVE PEN-CLAVE TO CODEIDX
           READ BASEBALL-ARCHIVO WITH LOCK
               INVALID KEY
                   MOVE "EL JUEGO YA NO EXISTE" TO MOTIVO-APLICACION
           END-READ
           IF BASEBALL-BLOQUEADO
               SET APLICACION-REINTENTAR TO TRUE
               MOVE "REGISTRO EN USO POR OTRO OPERADOR"
                   TO MOTIVO-APLICACION
           END-IF
           IF BASEBALL-OK
               PERFORM BORRAR-JUEGO
           END-IF
           CLOSE BASEBALL-ARCHIVO
       END-IF.

       BORRAR-JUEGO.
       IF BASEBALLRECORDIDX NOT = PEN-IMAGEN
           MOVE "EL JUEGO CAMBIO DESDE LA SOLICITUD"
               TO MOTIVO-APLICACION
           UNLOCK BASEBALL-ARCHIVO
       ELSE
           MOVE BASEBALLRECORDIDX TO IMAGEN-ANTERIOR
           DELETE BASEBALL-ARCHIVO
               INVALID KEY
                   MOVE "NO SE PUDO BORRAR EL JUEGO"
                       TO MOTIVO-APLICACION
               NOT INVALID KEY
                   SET APLICACION-OK TO TRUE
                   SET AUD-BAJA TO TRUE
                   MOVE "MAINTAININDEXFILE" TO AUD-PROGRAMA
                   MOVE PEN-CLAVE TO AUD-CLAVE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE SPACE TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
           END-DELETE
       END-IF.

      * LA DEPURACION ES UN PROGRAMA COMPLETO: SE LE PASA EL CORTE
      * APROBADO Y AMBOS OPERADORES POR EL AREA APROBACION, Y SU
      * RETURN-CODE DICE SI TERMINO BIEN.
       APLICAR-DEPURACION.
       MOVE SPACE TO APROBACION-ACTUAL.
       SET APROBACION-EN-CURSO TO TRUE.
       MOVE PEN-FOLIO TO APR-FOLIO.
       MOVE PEN-DATO TO APR-DATO.
       MOVE PEN-SOLICITANTE TO APR-SOLICITANTE.
       MOVE OPERADOR-ID-ACTUAL TO APR-APROBADOR.
       MOVE ZERO TO RETURN-CODE.
       CALL "PROG0046".
       IF RETURN-CODE = ZERO
           SET APLICACION-OK TO TRUE
       ELSE
           SET APLICACION-RECHAZADA TO TRUE
           MOVE "LA DEPURACION TERMINO MAL (VER RUNHIST)"
               TO MOTIVO-APLICACION
       END-IF.
       MOVE ZERO TO RETURN-CODE.
       MOVE SPACE TO APROBACION-ACTUAL.

       GRABAR-AUDITORIA.
       MOVE PEN-SOLICITANTE TO AUD-OPERADOR.
       MOVE OPERADOR-ID-ACTUAL TO AUD-APROBADOR.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       MOSTRAR-TOTALES.
       DISPLAY "------------------------------------------------".
       DISPLAY "SOLICITUDES REVISADAS:       " WS-TOTAL-REVISADAS.
       DISPLAY "APROBADAS Y APLICADAS:       " WS-TOTAL-APROBADAS.
       DISPLAY "RECHAZADAS:                  " WS-TOTAL-RECHAZADAS.
       DISPLAY "APROBADAS SIN APLICAR:       " WS-TOTAL-NO-APLICADAS.
       DISPLAY "PEDIDAS POR TI (OTRO APRUEBA): " WS-TOTAL-PROPIAS.
       DISPLAY "VENCIDAS SIN RESOLVER:       " WS-TOTAL-VENCIDAS.
       DISPLAY "SIN SOLICITANTE (NO SE APRUEBAN): "
           WS-TOTAL-SIN-SOLICITANTE.

       END PROGRAM PROG0059.
