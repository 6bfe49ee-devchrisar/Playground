       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0058.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:REGISTRO COMUN DE SOLICITUDES PENDIENTES. UN SOLO      *
      *          SUPERVISOR YA NO PUEDE, POR SI MISMO, TERMINAR A UN    *
      *          EMPLEADO (PROG0020), BORRAR UN JUEGO                   *
      *          (MAINTAININDEXFILE) NI CORRER LA DEPURACION DE DATOS   *
      *          PERSONALES (PROG0046): ESOS PROGRAMAS DEJAN LA ACCION  *
      *          EN EL AREA EXTERNA PENDGRABA Y LLAMAN AQUI, Y LA       *
      *          SOLICITUD SE GRABA EN PENDIENTES.DAT A LA ESPERA DE    *
      *          QUE OTRO SUPERVISOR LA APRUEBE O RECHACE EN PROG0059.  *
      *          SI YA HAY UNA SOLICITUD VIVA DEL MISMO TIPO SOBRE LA   *
      *          MISMA CLAVE NO SE GRABA OTRA. CADA SOLICITUD VENCE A   *
      *          LOS DIAS DE VIGENCIA; EL LOTE NOCTURNO (PROG0060)      *
      *          VENCE LAS QUE NADIE RESOLVIO. UNA SOLICITUD SIN        *
      *          SOLICITANTE (CORRIDA SIN FIRMAR EN PROG0022) NO SE     *
      *          GRABA: SIN EL NO SE PUEDE EXIGIR QUE LA APRUEBE OTRO.  *
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

       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES-ARCHIVO.
           COPY PENDIENTES.

       WORKING-STORAGE SECTION.

       COPY PENDGRABA.

       COPY FECHADIAS.

       01  PENDIENTES-ESTADO PIC X(2).
           88 PENDIENTES-OK        VALUE "00" "05".
           88 PENDIENTES-DUPLICADO VALUE "22".

      * DIAS NATURALES QUE UNA SOLICITUD ESPERA APROBACION ANTES DE
      * VENCER, CONTANDO EL DIA EN QUE SE PIDE.
       77  DIAS-VIGENCIA PIC 9(3) VALUE 5.
       77  INTENTOS      PIC 9(4) COMP.

       01  FECHA-HOY   PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       01  LLAVE-BUSCADA.
           05 BUS-TIPO  PIC X(1).
           05 BUS-CLAVE PIC X(36).

       01  WS-INDICADORES.
           05 WS-FIN-BUSQUEDA-SW PIC X.
              88 FIN-BUSQUEDA VALUE "S".
           05 WS-HAY-PENDIENTE-SW PIC X.
              88 HAY-PENDIENTE VALUE "S".
           05 WS-GRABADA-SW PIC X.
              88 SOLICITUD-GRABADA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * LOS INDICADORES SE REINICIAN EN CADA LLAMADA: EL PROGRAMA SE
      * LLAMA VARIAS VECES EN LA MISMA UNIDAD DE CORRIDA.
       PROGRAM-BEGIN.

       SET SOL-FALLIDA TO TRUE.
       MOVE ZERO TO SOL-FOLIO.
       MOVE "N" TO WS-HAY-PENDIENTE-SW.
       MOVE "N" TO WS-GRABADA-SW.
       IF SOL-SOLICITANTE = SPACE OR SOL-SOLICITANTE = LOW-VALUE
           DISPLAY "LA SOLICITUD REQUIERE UN OPERADOR FIRMADO EN EL "
               "MENU PRINCIPAL (PROG0022); NO SE REGISTRA."
           GO TO PROGRAM-DONE
       END-IF.
       OPEN I-O PENDIENTES-ARCHIVO.
       IF NOT PENDIENTES-OK
           OPEN OUTPUT PENDIENTES-ARCHIVO
           CLOSE PENDIENTES-ARCHIVO
           OPEN I-O PENDIENTES-ARCHIVO
       END-IF.
       IF PENDIENTES-OK
           PERFORM BUSCAR-PENDIENTE
           IF HAY-PENDIENTE
               SET SOL-YA-PENDIENTE TO TRUE
           ELSE
               PERFORM GRABAR-SOLICITUD
           END-IF
           CLOSE PENDIENTES-ARCHIVO
       END-IF.

       PROGRAM-DONE.
       GOBACK.

      * LA LLAVE ALTERNA (TIPO + CLAVE) ADMITE DUPLICADOS PORQUE LAS
      * SOLICITUDES YA RESUELTAS SE CONSERVAN; SOLO ESTORBA UNA QUE
      * SIGA PENDIENTE.
       BUSCAR-PENDIENTE.
       MOVE SOL-TIPO TO BUS-TIPO.
       MOVE SOL-CLAVE TO BUS-CLAVE.
       MOVE LLAVE-BUSCADA TO PEN-LLAVE.
       MOVE "N" TO WS-FIN-BUSQUEDA-SW.
       START PENDIENTES-ARCHIVO
           KEY IS EQUAL TO PEN-LLAVE
           INVALID KEY
               SET FIN-BUSQUEDA TO TRUE
       END-START.
       PERFORM REVISAR-SIGUIENTE
       UNTIL FIN-BUSQUEDA OR HAY-PENDIENTE.

       REVISAR-SIGUIENTE.
       READ PENDIENTES-ARCHIVO NEXT RECORD
           AT END
               SET FIN-BUSQUEDA TO TRUE
       END-READ.
       IF NOT FIN-BUSQUEDA
           IF PEN-LLAVE NOT = LLAVE-BUSCADA
               SET FIN-BUSQUEDA TO TRUE
           ELSE
               IF PEN-PENDIENTE
                   SET HAY-PENDIENTE TO TRUE
                   MOVE PEN-FOLIO TO SOL-FOLIO
               END-IF
           END-IF
       END-IF.

      * EL FOLIO ES LA FECHA Y LA HORA CON CENTESIMAS; SI DOS
      * SOLICITUDES CAEN EN LA MISMA CENTESIMA SE CORRE UNA.
       GRABAR-SOLICITUD.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE SPACE TO PENDIENTES-REGISTRO.
       MOVE FECHA-HOY TO PEN-FECHA-SOL.
       MOVE HORA-ACTUAL TO PEN-HORA-SOL.
       MOVE SOL-TIPO TO PEN-TIPO.
       MOVE SOL-CLAVE TO PEN-CLAVE.
       SET PEN-PENDIENTE TO TRUE.
       MOVE SOL-DATO TO PEN-DATO.
       MOVE SOL-SOLICITANTE TO PEN-SOLICITANTE.
       MOVE SOL-IMAGEN TO PEN-IMAGEN.
       MOVE ZERO TO PEN-FECHA-RES.
       MOVE ZERO TO PEN-HORA-RES.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       COMPUTE PEN-VENCE-DIAS = CNV-DIAS + DIAS-VIGENCIA - 1.
       MOVE ZERO TO INTENTOS.
       PERFORM ESCRIBIR-SOLICITUD
       UNTIL SOLICITUD-GRABADA OR INTENTOS > 50.

       ESCRIBIR-SOLICITUD.
       ADD 1 TO INTENTOS.
       WRITE PENDIENTES-REGISTRO
           INVALID KEY
               IF PENDIENTES-DUPLICADO
                   ADD 1 TO PEN-HORA-SOL
               ELSE
                   MOVE 99 TO INTENTOS
               END-IF
           NOT INVALID KEY
               SET SOLICITUD-GRABADA TO TRUE
               SET SOL-REGISTRADA TO TRUE
               MOVE PEN-FOLIO TO SOL-FOLIO
       END-WRITE.

       END PROGRAM PROG0058.
