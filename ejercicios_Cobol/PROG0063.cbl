       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0063.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:REGISTRO COMUN DE ALERTAS DE OPERACION. LOS PROGRAMAS  *
      *          QUE DETECTAN UN PROBLEMA QUE EL PRIMER OPERADOR DE LA  *
      *          MANANA DEBE VER (CADENA NOCTURNA DETENIDA, RESPALDO    *
      *          QUE NO VERIFICA, ANOMALIA DE CORRIDA, CUENTA           *
      *          BLOQUEADA) DEJAN SU NOMBRE Y EL TEXTO EN EL AREA       *
      *          EXTERNA ALEGRABA Y LLAMAN AQUI; LA ALERTA SE GRABA     *
      *          ACTIVA EN ALERTAS.DAT Y EL MENU PRINCIPAL LA MUESTRA   *
      *          AL FIRMAR (PROG0064) HASTA QUE UN SUPERVISOR LA        *
      *          RECONOCE.                                              *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ALERTAS-ARCHIVO
       ASSIGN TO "ALERTAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ALE-FOLIO
       ALTERNATE RECORD KEY IS ALE-ESTADO
       WITH DUPLICATES
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD ALERTAS-ARCHIVO.
           COPY ALERTAS.

       WORKING-STORAGE SECTION.

       COPY ALEGRABA.

       01  ALERTAS-ESTADO PIC X(2).
           88 ALERTAS-OK        VALUE "00" "05".
           88 ALERTAS-DUPLICADO VALUE "22".

       77  INTENTOS PIC 9(4) COMP.

       01  FECHA-HOY   PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       01  WS-INDICADORES.
           05 WS-GRABADA-SW PIC X.
              88 ALERTA-GRABADA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * EL INDICADOR SE REINICIA EN CADA LLAMADA: EL PROGRAMA SE
      * LLAMA VARIAS VECES EN LA MISMA UNIDAD DE CORRIDA.
       PROGRAM-BEGIN.

       SET ALG-FALLIDA TO TRUE.
       MOVE "N" TO WS-GRABADA-SW.
       OPEN I-O ALERTAS-ARCHIVO.
       IF NOT ALERTAS-OK
           OPEN OUTPUT ALERTAS-ARCHIVO
           CLOSE ALERTAS-ARCHIVO
           OPEN I-O ALERTAS-ARCHIVO
       END-IF.
       IF ALERTAS-OK
           PERFORM GRABAR-ALERTA
           CLOSE ALERTAS-ARCHIVO
       ELSE
           DISPLAY "NO SE PUDO GRABAR LA ALERTA (ALERTAS.DAT ESTADO "
               ALERTAS-ESTADO "): " ALG-TEXTO
       END-IF.

       PROGRAM-DONE.
       GOBACK.

      * EL FOLIO ES LA FECHA Y LA HORA CON CENTESIMAS; SI DOS
      * ALERTAS CAEN EN LA MISMA CENTESIMA SE CORRE UNA.
       GRABAR-ALERTA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE SPACE TO ALERTAS-REGISTRO.
       MOVE FECHA-HOY TO ALE-FECHA.
       MOVE HORA-ACTUAL TO ALE-HORA.
       SET ALE-ACTIVA TO TRUE.
       MOVE ALG-ORIGEN TO ALE-ORIGEN.
       MOVE ALG-TEXTO TO ALE-TEXTO.
       MOVE ZERO TO ALE-FECHA-REC.
       MOVE ZERO TO ALE-HORA-REC.
       MOVE ZERO TO INTENTOS.
       PERFORM ESCRIBIR-ALERTA
       UNTIL ALERTA-GRABADA OR INTENTOS > 50.

       ESCRIBIR-ALERTA.
       ADD 1 TO INTENTOS.
       WRITE ALERTAS-REGISTRO
           INVALID KEY
               IF ALERTAS-DUPLICADO
                   ADD 1 TO ALE-HORA
               ELSE
                   MOVE 99 TO INTENTOS
               END-IF
           NOT INVALID KEY
               SET ALERTA-GRABADA TO TRUE
               SET ALG-REGISTRADA TO TRUE
       END-WRITE.

       END PROGRAM PROG0063.
