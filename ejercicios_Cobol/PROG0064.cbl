       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0064.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:TABLERO DE ALERTAS DE OPERACION. EL MENU PRINCIPAL     *
      *          (PROG0022) LO LLAMA EN CUANTO UN OPERADOR FIRMA BIEN:  *
      *          MUESTRA TODAS LAS ALERTAS ACTIVAS DE ALERTAS.DAT (VER  *
      *          PROG0063) CON FECHA, HORA, PROGRAMA DE ORIGEN Y        *
      *          TEXTO, PARA QUE UNA NOCHE MALA SE SEPA A PRIMERA HORA  *
      *          SIN TENER QUE CORRER PROG0030 O PROG0048. EL OPERADOR  *
      *          CON PERMISO DE RECONOCER ALERTAS (POR OMISION LOS      *
      *          SUPERVISORES) LAS RECONOCE UNA A UNA POR SU NUMERO EN  *
      *          PANTALLA; LA ALERTA RECONOCIDA GUARDA FECHA, HORA Y    *
      *          CLAVE DE QUIEN LA RECONOCIO Y DEJA DE MOSTRARSE. LOS   *
      *          DEMAS SOLO LAS VEN.                                    *
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

       COPY OPERACTUAL.

       01  ALERTAS-ESTADO PIC X(2).
           88 ALERTAS-OK         VALUE "00" "05".
           88 ALERTAS-BLOQUEADO  VALUE "51".

      * ALERTAS ACTIVAS EN PANTALLA; EL NUMERO QUE TECLEA EL
      * SUPERVISOR ES LA POSICION EN ESTA TABLA.
       77  TAB-MAXIMO PIC 9(2) COMP VALUE 50.
       77  TAB-TOTAL  PIC 9(2) COMP VALUE ZERO.
       77  TAB-IDX    PIC 9(2) COMP.

       01  ALERTAS-TABLA.
           05 TAB-FOLIO PIC X(16) OCCURS 50 TIMES.

       01  NUMERO-ALERTA PIC 9(2).
           88 FIN-RECONOCIMIENTO VALUE ZERO.

       01  FECHA-HOY   PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       01  LINEA-ALERTA.
           05 LAL-NUMERO  PIC Z9.
           05 FILLER      PIC X(2) VALUE ". ".
           05 LAL-FECHA   PIC 9999/99/99.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LAL-HORA    PIC 99B99.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LAL-ORIGEN  PIC X(18).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LAL-TEXTO   PIC X(60).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X.
              88 FIN-ARCHIVO VALUE "S".
           05 WS-ALERTAS-ABIERTO-SW PIC X.
              88 ALERTAS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-ACTIVAS    PIC 9(5).
           05 WS-TOTAL-RECONOCIDAS PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * LA TABLA, LOS INDICADORES Y LOS CONTADORES SE REINICIAN EN
      * CADA LLAMADA: EL MENU LLAMA AL TABLERO EN CADA FIRMA.
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       MOVE ZERO TO TAB-TOTAL.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       MOVE "N" TO WS-ALERTAS-ABIERTO-SW.
       INITIALIZE WS-CONTADORES.
       OPEN I-O ALERTAS-ARCHIVO.
       IF ALERTAS-OK
           SET ALERTAS-ABIERTO TO TRUE
           PERFORM CARGAR-ACTIVAS
       END-IF.
       IF WS-TOTAL-ACTIVAS = ZERO
           DISPLAY "SIN ALERTAS DE OPERACION PENDIENTES."
       ELSE
           PERFORM MOSTRAR-TABLERO
           IF PERMITE-RECONOCER
               MOVE 99 TO NUMERO-ALERTA
               PERFORM PEDIR-RECONOCIMIENTO
               UNTIL FIN-RECONOCIMIENTO
               DISPLAY "ALERTAS RECONOCIDAS: " WS-TOTAL-RECONOCIDAS
           ELSE
               DISPLAY "AVISA A UN SUPERVISOR PARA QUE LAS REVISE Y "
                   "LAS RECONOZCA."
           END-IF
       END-IF.
       IF ALERTAS-ABIERTO
           CLOSE ALERTAS-ARCHIVO
       END-IF.

       PROGRAM-DONE.
       GOBACK.

      * LAS ACTIVAS SE LEEN POR LA LLAVE ALTERNA, EN ORDEN DE
      * LLEGADA; SI HAY MAS DE LAS QUE CABEN EN PANTALLA, LAS DEMAS
      * SE CUENTAN Y APARECEN AL RECONOCER LAS PRIMERAS.
       CARGAR-ACTIVAS.
       MOVE "A" TO ALE-ESTADO.
       START ALERTAS-ARCHIVO
           KEY IS EQUAL TO ALE-ESTADO
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-ACTIVA
       UNTIL FIN-ARCHIVO.

       LEER-ACTIVA.
       READ ALERTAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.
       IF NOT FIN-ARCHIVO
           IF NOT ALE-ACTIVA
               SET FIN-ARCHIVO TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL-ACTIVAS
               IF TAB-TOTAL < TAB-MAXIMO
                   ADD 1 TO TAB-TOTAL
                   MOVE ALE-FOLIO TO TAB-FOLIO(TAB-TOTAL)
               END-IF
           END-IF
       END-IF.

       MOSTRAR-TABLERO.
       DISPLAY "================================================".
       DISPLAY "ALERTAS DE OPERACION SIN RECONOCER: "
           WS-TOTAL-ACTIVAS.
       DISPLAY "================================================".
       PERFORM MOSTRAR-ALERTA
       VARYING TAB-IDX FROM 1 BY 1
       UNTIL TAB-IDX > TAB-TOTAL.
       IF WS-TOTAL-ACTIVAS > TAB-TOTAL
           DISPLAY "... Y " WS-TOTAL-ACTIVAS " EN TOTAL; LAS DEMAS "
               "SE MUESTRAN AL RECONOCER ESTAS."
       END-IF.

       MOSTRAR-ALERTA.
       MOVE TAB-FOLIO(TAB-IDX) TO ALE-FOLIO.
       READ ALERTAS-ARCHIVO
           INVALID KEY
               MOVE SPACE TO ALE-ORIGEN
               MOVE "(YA NO EXISTE)" TO ALE-TEXTO
       END-READ.
       MOVE TAB-IDX TO LAL-NUMERO.
       MOVE ALE-FECHA TO LAL-FECHA.
       MOVE ALE-HORA(1:4) TO LAL-HORA.
       MOVE ALE-ORIGEN TO LAL-ORIGEN.
       MOVE ALE-TEXTO TO LAL-TEXTO.
       DISPLAY LINEA-ALERTA.

       PEDIR-RECONOCIMIENTO.
       DISPLAY "NUMERO DE ALERTA A RECONOCER (0 = CONTINUAR): ".
       ACCEPT NUMERO-ALERTA.
       IF NOT FIN-RECONOCIMIENTO
           IF NUMERO-ALERTA > TAB-TOTAL
               DISPLAY "NO HAY ALERTA CON ESE NUMERO."
           ELSE
               PERFORM RECONOCER-ALERTA
           END-IF
       END-IF.

      * LA ALERTA SE RELEE CON BLOQUEO: OTRO SUPERVISOR PUDO
      * RECONOCERLA MIENTRAS ESTA ESTABA EN PANTALLA.
       RECONOCER-ALERTA.
       MOVE TAB-FOLIO(NUMERO-ALERTA) TO ALE-FOLIO.
       READ ALERTAS-ARCHIVO WITH LOCK
           INVALID KEY
               DISPLAY "LA ALERTA YA NO EXISTE."
       END-READ.
       IF ALERTAS-BLOQUEADO
           DISPLAY "ALERTA EN USO POR OTRO OPERADOR; INTENTA MAS "
               "TARDE."
       END-IF.
       IF ALERTAS-OK
           IF ALE-ACTIVA
               PERFORM MARCAR-RECONOCIDA
           ELSE
               DISPLAY "LA ALERTA YA LA RECONOCIO " ALE-OPERADOR-REC
                   "."
           END-IF
           UNLOCK ALERTAS-ARCHIVO
       END-IF.

       MARCAR-RECONOCIDA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-ACTUAL FROM TIME.
       SET ALE-RECONOCIDA TO TRUE.
       MOVE FECHA-HOY TO ALE-FECHA-REC.
       MOVE HORA-ACTUAL(1:6) TO ALE-HORA-REC.
       MOVE OPERADOR-ID-ACTUAL TO ALE-OPERADOR-REC.
       REWRITE ALERTAS-REGISTRO
           INVALID KEY
               DISPLAY "NO SE PUDO RECONOCER LA ALERTA. ESTADO: "
                   ALERTAS-ESTADO
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-RECONOCIDAS
               DISPLAY "ALERTA " NUMERO-ALERTA " RECONOCIDA."
       END-REWRITE.

       END PROGRAM PROG0064.
