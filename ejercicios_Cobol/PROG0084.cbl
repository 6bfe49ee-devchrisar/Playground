       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0084.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:EXCEPCIONES DE ACCESO DEL DIA PARA SEGURIDAD           *
      *          (ACCESEXC.PRT). REVISA LOS MOVIMIENTOS DE SIGNIN.DAT   *
      *          DE LA FECHA Y SENALA:                                  *
      *            - ENTRADAS CON UN ID DE EMPLEADO DADO DE BAJA (EL    *
      *              CHECK-IN LAS REGISTRA COMO VISITANTE CON EL ID     *
      *              TECLEADO).                          SEVERIDAD ALTA *
      *            - VISITANTES QUE SIGUEN EN SITIO DESPUES DE LA       *
      *              ULTIMA SALIDA DE SU ANFITRION: SIN SALIDA, ALTA;   *
      *              CON SALIDA POSTERIOR, MEDIA.                       *
      *            - UN MISMO ID CON DOS ENTRADAS SIN SALIDA ENTRE      *
      *              ELLAS.                             SEVERIDAD MEDIA *
      *            - ENTRADAS DENTRO DE LA VENTANA FUERA DE HORARIO     *
      *              (FUERA-HORARIO-DESDE/HASTA).       SEVERIDAD MEDIA *
      *            - ENTRADAS EN DIA NO HABIL SEGUN CALENPROC.DAT O,    *
      *              PARA UN EMPLEADO, EN SU DIA DE DESCANSO SEGUN      *
      *              HORARIOS.DAT.                       SEVERIDAD BAJA *
      *          LAS EXCEPCIONES SE JUNTAN EN UN TEMPORAL Y SE IMPRIMEN *
      *          DE LA MAS GRAVE A LA MENOS GRAVE Y POR HORA, PARA QUE  *
      *          SEGURIDAD ATIENDA PRIMERO LAS ALTAS; SI HAY ALGUNA     *
      *          ALTA SE DEJA UNA ALERTA EN EL TABLERO (PROG0063).      *
      *          CORRE EN LA CADENA NOCTURNA (PROG0032) CON LA FECHA DE *
      *          LA NOCHE; A MANO TOMA LA FECHA DEL DIA.                *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL REGISTRO-ENTRADA
       ASSIGN TO "SIGNIN.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL HORARIOS-ARCHIVO
       ASSIGN TO "HORARIOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO "CALENPROC.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAL-FECHA
       FILE STATUS IS CALENDARIO-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "ACCESEXC.SRT".

       SELECT EXCEPCIONES-TEMPORAL
       ASSIGN TO "ACCESEXC.TMP"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPCIONES-ORDEN
       ASSIGN TO "ACCESEXC2.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ACCESEXC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-ENTRADA.
       01 REGISTRO-ENTRADA-LINEA.
           05 ENT-TIPO        PIC X(1).
           05 FILLER          PIC X(1).
           05 ENT-CLASE       PIC X(1).
           05 FILLER          PIC X(1).
           05 ENT-ID          PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-NOMBRE      PIC X(20).
           05 FILLER          PIC X(1).
           05 ENT-ANFITRION   PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-FECHA       PIC 9(8).
           05 FILLER          PIC X(1).
           05 ENT-HORA        PIC 9(6).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD HORARIOS-ARCHIVO.
           COPY HORARIOS.

       FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-CLASE     PIC X(1).
               05 ORD-ID        PIC X(6).
               05 ORD-NOMBRE    PIC X(20).
               05 ORD-HORA      PIC 9(6).
               05 ORD-TIPO      PIC X(1).
                  88 ORD-ENTRADA VALUE "E".
                  88 ORD-SALIDA  VALUE "S".
               05 ORD-ANFITRION PIC X(6).

       FD EXCEPCIONES-TEMPORAL.
           01 TEMPORAL-REGISTRO PIC X(110).

       SD EXCEPCIONES-ORDEN.
           01 EXCEPCION-ORDEN-REGISTRO.
               05 EXO-SEVERIDAD PIC 9(1).
                  88 EXO-ALTA   VALUE 1.
                  88 EXO-MEDIA  VALUE 2.
                  88 EXO-BAJA   VALUE 3.
               05 EXO-HORA      PIC 9(6).
               05 EXO-CLASE     PIC X(1).
               05 EXO-ID        PIC X(6).
               05 EXO-NOMBRE    PIC X(20).
               05 EXO-EXCEPCION PIC X(36).
               05 EXO-DETALLE   PIC X(40).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY LOTENOCT.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  HORARIOS-ESTADO PIC X(2).
           88 HORARIOS-OK VALUE "00".

       01  CALENDARIO-ESTADO PIC X(2).
           88 CALENDARIO-OK VALUE "00".

      * VENTANA FUERA DE HORARIO (HHMM): UNA ENTRADA A PARTIR DE
      * FUERA-HORARIO-DESDE Y ANTES DE FUERA-HORARIO-HASTA ES
      * EXCEPCION. SI DESDE ES MAYOR QUE HASTA LA VENTANA CRUZA LA
      * MEDIANOCHE (LO NORMAL: DE 2000 A 0600).
       77  FUERA-HORARIO-DESDE PIC 9(4) VALUE 2000.
       77  FUERA-HORARIO-HASTA PIC 9(4) VALUE 0600.

       77  ANF-MAXIMO  PIC 9(4) COMP VALUE 2000.
       77  ANF-TOTAL   PIC 9(4) COMP VALUE ZERO.
       77  ANF-IDX     PIC 9(4) COMP.
       77  ANF-HALLADO PIC 9(4) COMP.

      * EMPLEADOS QUE MARCARON EN LA FECHA, CON SU ULTIMA SALIDA, PARA
      * CRUZAR A LOS VISITANTES CONTRA SU ANFITRION. LOS EMPLEADOS SE
      * ORDENAN ANTES QUE LOS VISITANTES, ASI QUE LA TABLA ESTA
      * COMPLETA CUANDO SE REVISA EL PRIMER VISITANTE.
       01  ANFITRIONES-DEL-DIA.
           05 ANF-ENTRADA OCCURS 2000 TIMES.
              10 ANF-ID           PIC X(6).
              10 ANF-EN-SITIO-SW  PIC X(1).
              10 ANF-ULTIMA-SALIDA PIC 9(6).

       01  FECHA-REPORTE PIC 9(8).
       01  FECHA-REPORTE-DET REDEFINES FECHA-REPORTE.
           05 FR-ANO PIC 9(4).
           05 FR-MES PIC 9(2).
           05 FR-DIA PIC 9(2).

       01  DIA-NO-HABIL-SW PIC X VALUE "N".
           88 DIA-NO-HABIL VALUE "S".

      * DIA DE LA SEMANA (1 = LUNES ... 7 = DOMINGO) DE LA FECHA DEL
      * REPORTE, CALCULADO CON LA CONGRUENCIA DE ZELLER.
       01  CALCULO-SEMANA.
           05 ZEL-Q   PIC 9(2).
           05 ZEL-M   PIC 9(2).
           05 ZEL-ANO PIC 9(4).
           05 ZEL-J   PIC 9(2).
           05 ZEL-K   PIC 9(2).
           05 ZEL-K4  PIC 9(2).
           05 ZEL-J4  PIC 9(2).
           05 ZEL-T0  PIC 9(4).
           05 ZEL-T1  PIC 9(4).
           05 ZEL-T2  PIC 9(4).
           05 ZEL-H   PIC 9(4).
           05 ZEL-H7  PIC 9(1).
           05 DIA-SEMANA PIC 9(1).

       01  PERSONA-ACTUAL.
           05 PER-CLASE      PIC X(1).
           05 PER-ID         PIC X(6).
           05 PER-NOMBRE     PIC X(20).
           05 PER-ANFITRION  PIC X(6).
           05 PER-ULTIMA-SALIDA PIC 9(6).
           05 PER-BAJA-SW    PIC X(1).
              88 PER-DADO-DE-BAJA VALUE "S".
           05 PER-FECHA-BAJA PIC 9(8).
           05 PER-DESCANSO-SW PIC X(1).
              88 PER-EN-DESCANSO VALUE "S".
           05 PER-PRIMERA-SW PIC X(1).
              88 PER-PRIMERA-ENTRADA VALUE "S".

      * EXCEPCION QUE SE ARMA PARA EL TEMPORAL; MISMO TRAZADO QUE EL
      * REGISTRO DEL SEGUNDO ORDENAMIENTO (EXO-).
       01  EXCEPCION-ACTUAL.
           05 TMP-SEVERIDAD PIC 9(1).
           05 TMP-HORA      PIC 9(6).
           05 TMP-CLASE     PIC X(1).
           05 TMP-ID        PIC X(6).
           05 TMP-NOMBRE    PIC X(20).
           05 TMP-EXCEPCION PIC X(36).
           05 TMP-DETALLE   PIC X(40).

       01  HORA-ENTRADA PIC 9(6).
       01  HORA-HHMM    PIC 9(4).
       01  HORA-RESTO   PIC 9(2).
       01  FUERA-DE-HORARIO-SW PIC X.
           88 FUERA-DE-HORARIO VALUE "S".

       01  HORA-TRABAJO.
           05 HTR-HH PIC 9(2).
           05 HTR-MM PIC 9(2).
           05 HTR-SS PIC 9(2).
       01  HORA-TRABAJO-9 REDEFINES HORA-TRABAJO PIC 9(6).

       01  HORA-TEXTO.
           05 HTX-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 HTX-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 HTX-SS PIC 9(2).

       01  HORA-TEXTO-2 PIC X(8).

       01  FECHA-EDITADA PIC 9999/99/99.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMERA-PERSONA-SW PIC X VALUE "S".
              88 PRIMERA-PERSONA VALUE "S".
           05 WS-ENTRADA-PENDIENTE-SW PIC X VALUE "N".
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-HORARIOS-ABIERTO-SW PIC X VALUE "N".
              88 HORARIOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-EXCEPCIONES PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ALTAS       PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-MEDIAS      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-BAJAS       PIC 9(5) VALUE ZERO.

       01  CAMPO-TOTAL PIC ZZ,ZZ9.

       01  ENCABEZADO-1.
           05 FILLER PIC X(44) VALUE
              "DEVCHRISAR, S.A. - EXCEPCIONES DE ACCESO DEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC1-FECHA PIC 9999/99/99.

       01  ENCABEZADO-2.
           05 ENC2-DIA PIC X(40).
           05 FILLER   PIC X(35) VALUE
              "VENTANA FUERA DE HORARIO (HHMM): ".
           05 ENC2-DESDE PIC 9(4).
           05 FILLER   PIC X(3) VALUE " A ".
           05 ENC2-HASTA PIC 9(4).

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(7)  VALUE "SEVER.".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(3)  VALUE "CL".
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(22) VALUE "NOMBRE".
           05 FILLER PIC X(38) VALUE "EXCEPCION".
           05 FILLER PIC X(20) VALUE "DETALLE".

       01  LINEA-DETALLE.
           05 DET-SEVERIDAD PIC X(5).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HORA      PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-CLASE     PIC X(1).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EXCEPCION PIC X(36).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DETALLE   PIC X(40).

       01  LINEA-SIN-EXCEPCIONES.
           05 FILLER PIC X(40) VALUE
              "SIN EXCEPCIONES DE ACCESO EN LA FECHA.".

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-REPORTE
       ELSE
           ACCEPT FECHA-REPORTE FROM DATE YYYYMMDD
       END-IF.
       PERFORM CALCULAR-DIA-SEMANA.
       PERFORM REVISAR-CALENDARIO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN INPUT HORARIOS-ARCHIVO
           IF HORARIOS-OK
               SET HORARIOS-ABIERTO TO TRUE
           END-IF
           OPEN OUTPUT EXCEPCIONES-TEMPORAL
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-CLASE
               ON ASCENDING KEY ORD-ID
               ON ASCENDING KEY ORD-NOMBRE
               ON ASCENDING KEY ORD-HORA
               INPUT PROCEDURE IS LEER-MOVIMIENTOS
               OUTPUT PROCEDURE IS REVISAR-MOVIMIENTOS
           CLOSE EXCEPCIONES-TEMPORAL
           IF HORARIOS-ABIERTO
               CLOSE HORARIOS-ARCHIVO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
           SORT EXCEPCIONES-ORDEN
               ON ASCENDING KEY EXO-SEVERIDAD
               ON ASCENDING KEY EXO-HORA
               ON ASCENDING KEY EXO-CLASE
               ON ASCENDING KEY EXO-ID
               USING EXCEPCIONES-TEMPORAL
               OUTPUT PROCEDURE IS IMPRIMIR-EXCEPCIONES
           IF WS-TOTAL-ALTAS > ZERO
               PERFORM ALERTAR-ALTAS
           END-IF
       END-IF.
       MOVE WS-TOTAL-MOVIMIENTOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-EXCEPCIONES TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       CALCULAR-DIA-SEMANA.
       MOVE FR-DIA TO ZEL-Q.
       MOVE FR-MES TO ZEL-M.
       MOVE FR-ANO TO ZEL-ANO.
       IF ZEL-M < 3
           ADD 12 TO ZEL-M
           SUBTRACT 1 FROM ZEL-ANO
       END-IF.
       DIVIDE ZEL-ANO BY 100 GIVING ZEL-J
           REMAINDER ZEL-K.
       COMPUTE ZEL-T0 = 13 * (ZEL-M + 1).
       DIVIDE ZEL-T0 BY 5 GIVING ZEL-T1.
       DIVIDE ZEL-K BY 4 GIVING ZEL-K4.
       DIVIDE ZEL-J BY 4 GIVING ZEL-J4.
       COMPUTE ZEL-H = ZEL-Q + ZEL-T1 + ZEL-K + ZEL-K4
           + ZEL-J4 + 5 * ZEL-J.
       DIVIDE ZEL-H BY 7 GIVING ZEL-T2
           REMAINDER ZEL-H7.
       COMPUTE ZEL-T0 = ZEL-H7 + 5.
       DIVIDE ZEL-T0 BY 7 GIVING ZEL-T2
           REMAINDER ZEL-H7.
       COMPUTE DIA-SEMANA = ZEL-H7 + 1.

      * UNA FECHA SIN REGISTRO EN EL CALENDARIO SE TRATA COMO DIA
      * HABIL, IGUAL QUE PARA EL ARRANCADOR NOCTURNO.
       REVISAR-CALENDARIO.
       MOVE "N" TO DIA-NO-HABIL-SW.
       OPEN INPUT CALENDARIO-ARCHIVO.
       IF CALENDARIO-OK
           MOVE FECHA-REPORTE TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   MOVE "S" TO CAL-HABIL-SW
           END-READ
           IF NOT DIA-HABIL
               SET DIA-NO-HABIL TO TRUE
           END-IF
           CLOSE CALENDARIO-ARCHIVO
       END-IF.

       ALERTAR-ALTAS.
       MOVE WS-TOTAL-ALTAS TO CAMPO-TOTAL.
       MOVE "PROG0084" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "EXCEPCIONES DE ACCESO ALTAS:" CAMPO-TOTAL
           "; VER ACCESEXC.PRT" DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

       EDITAR-HORA.
       MOVE HTR-HH TO HTX-HH.
       MOVE HTR-MM TO HTX-MM.
       MOVE HTR-SS TO HTX-SS.

       LEER-MOVIMIENTOS SECTION.
       LEER-MOVIMIENTOS-INICIO.
       OPEN INPUT REGISTRO-ENTRADA.
       PERFORM LEER-MOVIMIENTO.
       PERFORM LIBERAR-MOVIMIENTO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-ENTRADA.
       GO TO LEER-MOVIMIENTOS-FIN.

       LEER-MOVIMIENTO.
       READ REGISTRO-ENTRADA
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       LIBERAR-MOVIMIENTO.
       IF ENT-FECHA = FECHA-REPORTE
           ADD 1 TO WS-TOTAL-MOVIMIENTOS
           MOVE ENT-CLASE TO ORD-CLASE
           MOVE ENT-ID TO ORD-ID
           MOVE ENT-NOMBRE TO ORD-NOMBRE
           MOVE ENT-HORA TO ORD-HORA
           MOVE ENT-TIPO TO ORD-TIPO
           MOVE ENT-ANFITRION TO ORD-ANFITRION
           RELEASE ORDENADO-REGISTRO
       END-IF.
       PERFORM LEER-MOVIMIENTO.

       LEER-MOVIMIENTOS-FIN.
       EXIT.

       REVISAR-MOVIMIENTOS SECTION.
       REVISAR-MOVIMIENTOS-INICIO.
       PERFORM LEER-ORDENADO.
       PERFORM PROCESAR-MOVIMIENTO
       UNTIL FIN-ORDENADO.
       IF NOT PRIMERA-PERSONA
           PERFORM CERRAR-PERSONA
       END-IF.
       GO TO REVISAR-MOVIMIENTOS-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       PROCESAR-MOVIMIENTO.
       IF PRIMERA-PERSONA
           OR ORD-CLASE NOT = PER-CLASE
           OR ORD-ID NOT = PER-ID
           OR ORD-NOMBRE NOT = PER-NOMBRE
           IF NOT PRIMERA-PERSONA
               PERFORM CERRAR-PERSONA
           END-IF
           MOVE "N" TO WS-PRIMERA-PERSONA-SW
           PERFORM ABRIR-PERSONA
       END-IF.
       IF ORD-ENTRADA
           PERFORM REVISAR-ENTRADA
       ELSE
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
           MOVE ORD-HORA TO PER-ULTIMA-SALIDA
       END-IF.
       PERFORM LEER-ORDENADO.

      * EL ID SE BUSCA EN EL MAESTRO AUNQUE VENGA COMO VISITANTE: EL
      * CHECK-IN REGISTRA COMO VISITANTE, CON EL ID TECLEADO, A QUIEN
      * USA EL ID DE UN EMPLEADO DADO DE BAJA. EL DIA DE DESCANSO SOLO
      * APLICA A EMPLEADOS CON HORARIO REGISTRADO.
       ABRIR-PERSONA.
       MOVE ORD-CLASE TO PER-CLASE.
       MOVE ORD-ID TO PER-ID.
       MOVE ORD-NOMBRE TO PER-NOMBRE.
       MOVE SPACE TO PER-ANFITRION.
       MOVE ZERO TO PER-ULTIMA-SALIDA.
       MOVE "N" TO PER-BAJA-SW.
       MOVE ZERO TO PER-FECHA-BAJA.
       MOVE "N" TO PER-DESCANSO-SW.
       MOVE "S" TO PER-PRIMERA-SW.
       MOVE "N" TO WS-ENTRADA-PENDIENTE-SW.
       IF ORD-ID NOT = SPACE
           MOVE ORD-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADO-BAJA
                       SET PER-DADO-DE-BAJA TO TRUE
                       MOVE EMPLEADOS-FECHA-BAJA TO PER-FECHA-BAJA
                   END-IF
           END-READ
       END-IF.
       IF HORARIOS-ABIERTO AND ORD-CLASE = "E"
           MOVE ORD-ID TO HOR-EMPLEADO
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOR-ENTRADA(DIA-SEMANA) = ZERO
                       SET PER-EN-DESCANSO TO TRUE
                   END-IF
           END-READ
       END-IF.

      * LAS EXCEPCIONES DEL DIA (BAJA, DIA NO HABIL, DESCANSO) SE DAN
      * UNA VEZ POR PERSONA, EN SU PRIMERA ENTRADA; LA DOBLE ENTRADA Y
      * LA HORA FUERA DE HORARIO, EN CADA ENTRADA QUE LAS TENGA.
       REVISAR-ENTRADA.
       MOVE ORD-HORA TO TMP-HORA.
       IF ENTRADA-PENDIENTE
           MOVE HORA-ENTRADA TO HORA-TRABAJO-9
           PERFORM EDITAR-HORA
           MOVE 2 TO TMP-SEVERIDAD
           MOVE "DOBLE ENTRADA SIN SALIDA" TO TMP-EXCEPCION
           MOVE SPACE TO TMP-DETALLE
           STRING "ENTRADA ANTERIOR A LAS " HORA-TEXTO
               DELIMITED BY SIZE INTO TMP-DETALLE
           PERFORM GRABAR-EXCEPCION
       END-IF.
       IF PER-PRIMERA-ENTRADA
           MOVE "N" TO PER-PRIMERA-SW
           PERFORM REVISAR-PRIMERA-ENTRADA
       END-IF.
       PERFORM REVISAR-FUERA-HORARIO.
       MOVE ORD-HORA TO HORA-ENTRADA.
       IF ORD-ANFITRION NOT = SPACE
           MOVE ORD-ANFITRION TO PER-ANFITRION
       END-IF.
       SET ENTRADA-PENDIENTE TO TRUE.

       REVISAR-PRIMERA-ENTRADA.
       IF PER-DADO-DE-BAJA
           MOVE 1 TO TMP-SEVERIDAD
           MOVE "ID DE EMPLEADO DADO DE BAJA" TO TMP-EXCEPCION
           MOVE SPACE TO TMP-DETALLE
           IF PER-FECHA-BAJA = ZERO
               MOVE "SIN FECHA DE BAJA EN EL MAESTRO" TO TMP-DETALLE
           ELSE
               MOVE PER-FECHA-BAJA TO FECHA-EDITADA
               STRING "BAJA DEL " FECHA-EDITADA
                   DELIMITED BY SIZE INTO TMP-DETALLE
           END-IF
           PERFORM GRABAR-EXCEPCION
       END-IF.
       IF DIA-NO-HABIL
           MOVE 3 TO TMP-SEVERIDAD
           MOVE "ENTRADA EN DIA NO HABIL" TO TMP-EXCEPCION
           MOVE "SEGUN CALENDARIO DE PROCESO" TO TMP-DETALLE
           PERFORM GRABAR-EXCEPCION
       ELSE
           IF PER-EN-DESCANSO
               MOVE 3 TO TMP-SEVERIDAD
               MOVE "ENTRADA EN DIA DE DESCANSO" TO TMP-EXCEPCION
               MOVE "SEGUN SU HORARIO" TO TMP-DETALLE
               PERFORM GRABAR-EXCEPCION
           END-IF
       END-IF.

       REVISAR-FUERA-HORARIO.
       DIVIDE ORD-HORA BY 100 GIVING HORA-HHMM
           REMAINDER HORA-RESTO.
       MOVE "N" TO FUERA-DE-HORARIO-SW.
       IF FUERA-HORARIO-DESDE > FUERA-HORARIO-HASTA
           IF HORA-HHMM NOT < FUERA-HORARIO-DESDE
               OR HORA-HHMM < FUERA-HORARIO-HASTA
               SET FUERA-DE-HORARIO TO TRUE
           END-IF
       ELSE
           IF HORA-HHMM NOT < FUERA-HORARIO-DESDE
               AND HORA-HHMM < FUERA-HORARIO-HASTA
               SET FUERA-DE-HORARIO TO TRUE
           END-IF
       END-IF.
       IF FUERA-DE-HORARIO
           MOVE 2 TO TMP-SEVERIDAD
           MOVE "ENTRADA FUERA DE HORARIO" TO TMP-EXCEPCION
           MOVE SPACE TO TMP-DETALLE
           STRING "VENTANA " FUERA-HORARIO-DESDE " A "
               FUERA-HORARIO-HASTA DELIMITED BY SIZE
               INTO TMP-DETALLE
           PERFORM GRABAR-EXCEPCION
       END-IF.

      * AL CERRAR A UN EMPLEADO SE ANOTA SI QUEDO EN SITIO Y SU
      * ULTIMA SALIDA; AL CERRAR A UN VISITANTE SE COMPARA CONTRA ESO.
       CERRAR-PERSONA.
       IF PER-CLASE = "E"
           PERFORM ANOTAR-ANFITRION
       ELSE
           IF PER-ANFITRION NOT = SPACE
               PERFORM REVISAR-ANFITRION
           END-IF
       END-IF.

       ANOTAR-ANFITRION.
       IF ANF-TOTAL >= ANF-MAXIMO
           DISPLAY "TABLA DE EMPLEADOS DEL DIA LLENA (" ANF-MAXIMO
               "); " PER-ID " NO SE CRUZA CONTRA SUS VISITANTES."
       ELSE
           ADD 1 TO ANF-TOTAL
           MOVE PER-ID TO ANF-ID(ANF-TOTAL)
           MOVE WS-ENTRADA-PENDIENTE-SW TO ANF-EN-SITIO-SW(ANF-TOTAL)
           MOVE PER-ULTIMA-SALIDA TO ANF-ULTIMA-SALIDA(ANF-TOTAL)
       END-IF.

      * SOLO CUENTA EL ANFITRION QUE MARCO Y TERMINO EL DIA FUERA; SI
      * SIGUE EN SITIO (O NO MARCO) NO HAY SALIDA CONTRA QUE COMPARAR.
       REVISAR-ANFITRION.
       MOVE ZERO TO ANF-HALLADO.
       PERFORM COMPARAR-ANFITRION
       VARYING ANF-IDX FROM 1 BY 1
       UNTIL ANF-IDX > ANF-TOTAL OR ANF-HALLADO > 0.
       IF ANF-HALLADO > ZERO
           IF ANF-EN-SITIO-SW(ANF-HALLADO) NOT = "S"
               AND ANF-ULTIMA-SALIDA(ANF-HALLADO) > ZERO
               MOVE ANF-ULTIMA-SALIDA(ANF-HALLADO) TO HORA-TRABAJO-9
               PERFORM EDITAR-HORA
               IF ENTRADA-PENDIENTE
                   MOVE 1 TO TMP-SEVERIDAD
                   MOVE ANF-ULTIMA-SALIDA(ANF-HALLADO) TO TMP-HORA
                   MOVE "VISITANTE SIN SALIDA, ANFITRION FUERA"
                       TO TMP-EXCEPCION
                   MOVE SPACE TO TMP-DETALLE
                   STRING "ANFITRION " PER-ANFITRION " SALIO "
                       HORA-TEXTO DELIMITED BY SIZE INTO TMP-DETALLE
                   PERFORM GRABAR-EXCEPCION
               ELSE
                   IF PER-ULTIMA-SALIDA >
                       ANF-ULTIMA-SALIDA(ANF-HALLADO)
                       MOVE HORA-TEXTO TO HORA-TEXTO-2
                       MOVE PER-ULTIMA-SALIDA TO HORA-TRABAJO-9
                       PERFORM EDITAR-HORA
                       MOVE 2 TO TMP-SEVERIDAD
                       MOVE ANF-ULTIMA-SALIDA(ANF-HALLADO) TO TMP-HORA
                       MOVE "VISITANTE SALIO DESPUES DEL ANFITRION"
                           TO TMP-EXCEPCION
                       MOVE SPACE TO TMP-DETALLE
                       STRING "ANFITRION " PER-ANFITRION " "
                           HORA-TEXTO-2 ", VISITANTE " HORA-TEXTO
                           DELIMITED BY SIZE INTO TMP-DETALLE
                       PERFORM GRABAR-EXCEPCION
                   END-IF
               END-IF
           END-IF
       END-IF.

       COMPARAR-ANFITRION.
       IF ANF-ID(ANF-IDX) = PER-ANFITRION
           MOVE ANF-IDX TO ANF-HALLADO
       END-IF.

       GRABAR-EXCEPCION.
       MOVE PER-CLASE TO TMP-CLASE.
       MOVE PER-ID TO TMP-ID.
       MOVE PER-NOMBRE TO TMP-NOMBRE.
       WRITE TEMPORAL-REGISTRO FROM EXCEPCION-ACTUAL.
       ADD 1 TO WS-TOTAL-EXCEPCIONES.

       REVISAR-MOVIMIENTOS-FIN.
       EXIT.

       IMPRIMIR-EXCEPCIONES SECTION.
       IMPRIMIR-EXCEPCIONES-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-REPORTE TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       IF DIA-NO-HABIL
           MOVE "DIA NO HABIL SEGUN EL CALENDARIO" TO ENC2-DIA
       ELSE
           MOVE "DIA HABIL" TO ENC2-DIA
       END-IF.
       MOVE FUERA-HORARIO-DESDE TO ENC2-DESDE.
       MOVE FUERA-HORARIO-HASTA TO ENC2-HASTA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       IF WS-TOTAL-EXCEPCIONES = ZERO
           WRITE LINEA-IMPRESION FROM LINEA-SIN-EXCEPCIONES
       ELSE
           WRITE LINEA-IMPRESION FROM ENCABEZADO-3
       END-IF.
       MOVE "N" TO WS-FIN-ORDENADO-SW.
       PERFORM LEER-EXCEPCION.
       PERFORM IMPRIMIR-EXCEPCION
       UNTIL FIN-ORDENADO.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       MOVE "ACCESEXC" TO REP-REPORTE.
       MOVE "ACCESEXC.PRT" TO REP-ARCHIVO.
       MOVE "PROG0084" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-EXCEPCIONES-FIN.

       LEER-EXCEPCION.
       RETURN EXCEPCIONES-ORDEN
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-EXCEPCION.
       IF EXO-ALTA
           MOVE "ALTA" TO DET-SEVERIDAD
           ADD 1 TO WS-TOTAL-ALTAS
       END-IF.
       IF EXO-MEDIA
           MOVE "MEDIA" TO DET-SEVERIDAD
           ADD 1 TO WS-TOTAL-MEDIAS
       END-IF.
       IF EXO-BAJA
           MOVE "BAJA" TO DET-SEVERIDAD
           ADD 1 TO WS-TOTAL-BAJAS
       END-IF.
       MOVE EXO-HORA TO HORA-TRABAJO-9.
       PERFORM EDITAR-HORA.
       MOVE HORA-TEXTO TO DET-HORA.
       MOVE EXO-CLASE TO DET-CLASE.
       MOVE EXO-ID TO DET-ID.
       MOVE EXO-NOMBRE TO DET-NOMBRE.
       MOVE EXO-EXCEPCION TO DET-EXCEPCION.
       MOVE EXO-DETALLE TO DET-DETALLE.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-EXCEPCION.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "MOVIMIENTOS REVISADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-MOVIMIENTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EXCEPCIONES DE SEVERIDAD ALTA:" TO TOT-TITULO.
       MOVE WS-TOTAL-ALTAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EXCEPCIONES DE SEVERIDAD MEDIA:" TO TOT-TITULO.
       MOVE WS-TOTAL-MEDIAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EXCEPCIONES DE SEVERIDAD BAJA:" TO TOT-TITULO.
       MOVE WS-TOTAL-BAJAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "MOVIMIENTOS REVISADOS:     " WS-TOTAL-MOVIMIENTOS.
       DISPLAY "EXCEPCIONES ALTAS:         " WS-TOTAL-ALTAS.
       DISPLAY "EXCEPCIONES MEDIAS:        " WS-TOTAL-MEDIAS.
       DISPLAY "EXCEPCIONES BAJAS:         " WS-TOTAL-BAJAS.

       IMPRIMIR-EXCEPCIONES-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0084" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0084.
