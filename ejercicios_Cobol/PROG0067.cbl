       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0067.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - NOMINA.
      * -------------------------------------------------------------- *
      * OBJETIVO:EXTRACTO SEMANAL DE HORAS (HORAS.DAT) PARA EL BURO DE  *
      *          NOMINA, QUE HOY RECAPTURA EL TIEMPO EXTRA DESDE        *
      *          TIEMPOS.PRT. TOMA LOS 7 DIAS DE LA SEMANA DE PAGO A    *
      *          PARTIR DE LA FECHA DE INICIO TECLEADA, EMPAREJA LAS    *
      *          ENTRADAS Y SALIDAS DE CADA EMPLEADO (SIGNIN.DAT MAS    *
      *          LOS ARCHIVOS MENSUALES QUE TOQUE LA SEMANA, COMO       *
      *          PROG0053) Y REPARTE EL TIEMPO DE CADA DIA EN HORAS     *
      *          NORMALES Y EXTRA. EXTRA ES, COMO EN PROG0029, EL       *
      *          TIEMPO FUERA DEL HORARIO DEL DIA (HORARIOS.DAT): LO    *
      *          QUE LLEGO ANTES DE LA ENTRADA Y LO QUE SALIO DESPUES   *
      *          DE LA SALIDA; EN DIA DE DESCANSO TODO ES EXTRA Y SIN   *
      *          HORARIO TODO ES NORMAL. EL ARCHIVO VA ENMARCADO CON    *
      *          ENCABEZADO (H + FECHA) Y CIERRE (T + TOTAL DE          *
      *          DETALLES) IGUAL QUE NOMINA.DAT (PROG0035), PARA QUE EL *
      *          BURO CARGUE LOS DOS DE LA MISMA FORMA. LOS DIAS CON    *
      *          UNA ENTRADA SIN SALIDA NO ENTRAN AL EXTRACTO: VAN A    *
      *          LA LISTA DE EXCEPCIONES (HORASEXC.PRT) PARA QUE SE     *
      *          CORRIJAN ANTES DE PAGARSE.                             *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL REGISTRO-VIVO
       ASSIGN TO "SIGNIN.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL REGISTRO-ARCHIVADO
       ASSIGN USING NOMBRE-ARCHIVO-MES
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
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "HORAS.SRT".

       SELECT HORAS-ARCHIVO
       ASSIGN TO "HORAS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "HORASEXC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-VIVO.
       01 REGISTRO-VIVO-LINEA PIC X(60).

       FD REGISTRO-ARCHIVADO.
       01 REGISTRO-ARCHIVADO-LINEA PIC X(60).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD HORARIOS-ARCHIVO.
           COPY HORARIOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-ID     PIC X(6).
               05 ORD-FECHA  PIC 9(8).
               05 ORD-DIA-SEMANA PIC 9(1).
               05 ORD-HORA   PIC 9(6).
               05 ORD-TIPO   PIC X(1).
                  88 ORD-ENTRADA VALUE "E".
                  88 ORD-SALIDA  VALUE "S".

      * MISMO MARCO QUE NOMINA.DAT: ENCABEZADO CON LA FECHA DEL
      * EXTRACTO (AQUI TAMBIEN LA SEMANA PAGADA), UN DETALLE POR
      * EMPLEADO Y CIERRE CON EL TOTAL DE DETALLES. LAS HORAS LLEVAN
      * DOS DECIMALES IMPLICITOS.
       FD HORAS-ARCHIVO.
           01 HORAS-REGISTRO.
               05 HRS-TIPO PIC X.
                  88 HRS-ENCABEZADO VALUE "H".
                  88 HRS-DETALLE    VALUE "D".
                  88 HRS-CIERRE     VALUE "T".
               05 HRS-DATOS PIC X(107).
               05 HRS-DATOS-ENC REDEFINES HRS-DATOS.
                  10 HRS-FECHA-EXTRACTO PIC 9(8).
                  10 HRS-SEMANA-DESDE   PIC 9(8).
                  10 HRS-SEMANA-HASTA   PIC 9(8).
                  10 FILLER             PIC X(83).
               05 HRS-DATOS-DET REDEFINES HRS-DATOS.
                  10 HRS-ID              PIC X(6).
                  10 HRS-NOMBRE          PIC X(25).
                  10 HRS-APELLIDOS       PIC X(35).
                  10 HRS-DEPARTAMENTO    PIC X(4).
                  10 HRS-DIAS-TRABAJADOS PIC 9(1).
                  10 HRS-HORAS-NORMALES  PIC 9(3)V99.
                  10 HRS-HORAS-EXTRA     PIC 9(3)V99.
                  10 HRS-DIAS-EXCEPCION  PIC 9(1).
                  10 FILLER              PIC X(25).
               05 HRS-DATOS-CIERRE REDEFINES HRS-DATOS.
                  10 HRS-TOTAL PIC 9(9).
                  10 FILLER    PIC X(98).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  HORARIOS-ESTADO PIC X(2).
           88 HORARIOS-OK VALUE "00".

       01  HORARIOS-ABIERTO-SW PIC X VALUE "N".
           88 HORARIOS-ABIERTO VALUE "S".

       01  FECHA-INICIO PIC 9(8).
       01  FECHA-PROCESO PIC 9(8).

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  NOMBRE-ARCHIVO-MES PIC X(30).

      * LOS 7 DIAS DE LA SEMANA DE PAGO CON SU DIA DE LA SEMANA
      * (1 = LUNES ... 7 = DOMINGO). SE ARMAN SUMANDO DIAS CORRIDOS
      * (PROG0061); EL RESIDUO DEL DIA CORRIDO ENTRE 7 ES CERO EN
      * LUNES.
       01  SEMANA-TABLA.
           05 SEM-DIA OCCURS 7 TIMES.
              10 SEM-FECHA      PIC 9(8).
              10 SEM-DIA-SEMANA PIC 9(1).

       77  SEM-IDX     PIC 9(1).
       77  SEM-HALLADO PIC 9(1).
       77  DIAS-INICIO PIC 9(7).
       77  SEMANAS     PIC 9(7).

       01  LINEA-MOVIMIENTO.
           05 MOV-TIPO        PIC X(1).
           05 FILLER          PIC X(1).
           05 MOV-CLASE       PIC X(1).
           05 FILLER          PIC X(1).
           05 MOV-ID          PIC X(6).
           05 FILLER          PIC X(1).
           05 MOV-NOMBRE      PIC X(20).
           05 FILLER          PIC X(1).
           05 MOV-ANFITRION   PIC X(6).
           05 FILLER          PIC X(1).
           05 MOV-FECHA       PIC 9(8).
           05 FILLER          PIC X(1).
           05 MOV-HORA        PIC 9(6).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMER-GRUPO-SW PIC X VALUE "S".
              88 PRIMER-GRUPO VALUE "S".
           05 WS-ENTRADA-PENDIENTE-SW PIC X VALUE "N".
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-CON-HORARIO-SW PIC X.
              88 PERSONA-CON-HORARIO VALUE "S".
           05 WS-EN-MAESTRO-SW PIC X.
              88 PERSONA-EN-MAESTRO VALUE "S".
           05 WS-DIA-EXCEPCION-SW PIC X.
              88 DIA-CON-EXCEPCION VALUE "S".

       01  GRUPO-ACTUAL.
           05 GRU-ID    PIC X(6).
           05 GRU-FECHA PIC 9(8).
           05 GRU-DIA-SEMANA PIC 9(1).

       01  HORA-ENTRADA PIC 9(6).

       01  CALCULO-TIEMPO.
           05 CT-HORA.
              10 CT-HH PIC 9(2).
              10 CT-MM PIC 9(2).
              10 CT-SS PIC 9(2).
           05 CT-SEGUNDOS-ENT PIC 9(7).
           05 CT-SEGUNDOS-SAL PIC 9(7).
           05 DIA-PRIMERA-ENTRADA PIC 9(6).
           05 DIA-ULTIMA-SALIDA   PIC 9(6).

       01  HORARIO-EVALUACION.
           05 HEV-HORA.
              10 HEV-HH PIC 9(2).
              10 HEV-MM PIC 9(2).
           05 HEV-ENT-SEG PIC 9(7).
           05 HEV-SAL-SEG PIC 9(7).
           05 HEV-EXTRA   PIC 9(7).

       01  ACUMULADO-DIA.
           05 DIA-SEGUNDOS     PIC 9(7).

       01  ACUMULADO-PERSONA.
           05 PER-DIAS         PIC 9(1).
           05 PER-EXCEPCIONES  PIC 9(1).
           05 PER-SEG-NORMAL   PIC 9(7).
           05 PER-SEG-EXTRA    PIC 9(7).

       01  WS-CONTADORES.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-DETALLES    PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-DIAS        PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-EXCEPCIONES PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SUELTAS     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SIN-MAESTRO PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-NORMALES    PIC 9(7)V99 VALUE ZERO.
           05 WS-TOTAL-EXTRA       PIC 9(7)V99 VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(52) VALUE
              "DEVCHRISAR, S.A. - EXCEPCIONES DE HORAS SEMANA DEL ".
           05 ENC1-DESDE PIC 9999/99/99.
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-HASTA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(27) VALUE "NOMBRE".
           05 FILLER PIC X(12) VALUE "FECHA".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(30) VALUE "OBSERVACION".

       01  LINEA-EXCEPCION.
           05 EXC-ID      PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 EXC-NOMBRE  PIC X(25).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 EXC-FECHA   PIC 9999/99/99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 EXC-HORA    PIC 99B99B99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 EXC-OBSERVACION PIC X(40).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(32).
           05 TOT-VALOR  PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       PERFORM SOLICITAR-SEMANA.
       PERFORM ARMAR-SEMANA.
       SORT ORDENADO-ARCHIVO
           ON ASCENDING KEY ORD-ID
           ON ASCENDING KEY ORD-FECHA
           ON ASCENDING KEY ORD-HORA
           INPUT PROCEDURE IS LEER-MOVIMIENTOS
           OUTPUT PROCEDURE IS EXTRAER-HORAS.
       MOVE WS-TOTAL-MOVIMIENTOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-DETALLES TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-EXCEPCIONES TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       SOLICITAR-SEMANA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-SEMANA
       UNTIL FECHA-VALIDA.
       MOVE CNV-DIAS TO DIAS-INICIO.

       VALIDAR-SEMANA.
       DISPLAY "FECHA DE INICIO DE LA SEMANA DE PAGO (AAAAMMDD): ".
       ACCEPT FECHA-INICIO.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-INICIO TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           MOVE "S" TO FECHA-VALIDA-SW
       ELSE
           DISPLAY "FECHA NO VALIDA, USAR AAAAMMDD."
       END-IF.

       ARMAR-SEMANA.
       PERFORM ARMAR-DIA
       VARYING SEM-IDX FROM 1 BY 1
       UNTIL SEM-IDX > 7.

       ARMAR-DIA.
       SET CNV-A-FECHA TO TRUE.
       COMPUTE CNV-DIAS = DIAS-INICIO + SEM-IDX - 1.
       CALL "PROG0061".
       MOVE CNV-FECHA TO SEM-FECHA(SEM-IDX).
       DIVIDE CNV-DIAS BY 7 GIVING SEMANAS
           REMAINDER SEM-DIA-SEMANA(SEM-IDX).
       ADD 1 TO SEM-DIA-SEMANA(SEM-IDX).

      * LA SEMANA PUEDE ESTAR REPARTIDA ENTRE EL LOG VIVO Y LOS
      * ARCHIVOS MENSUALES (HASTA DOS, SI LA SEMANA CRUZA DE MES);
      * EL FILTRO CONTRA LA TABLA DE LA SEMANA DECIDE QUE ENTRA.
      * SOLO LOS MOVIMIENTOS DE EMPLEADOS SE PAGAN.
       LEER-MOVIMIENTOS SECTION.
       LEER-MOVIMIENTOS-INICIO.
       MOVE SPACE TO NOMBRE-ARCHIVO-MES.
       STRING "SIGNIN-" SEM-FECHA(1)(1:6) ".ARC"
           DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-MES.
       PERFORM LEER-UN-ARCHIVADO.
       IF SEM-FECHA(7)(1:6) NOT = SEM-FECHA(1)(1:6)
           MOVE SPACE TO NOMBRE-ARCHIVO-MES
           STRING "SIGNIN-" SEM-FECHA(7)(1:6) ".ARC"
               DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-MES
           PERFORM LEER-UN-ARCHIVADO
       END-IF.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       OPEN INPUT REGISTRO-VIVO.
       PERFORM LEER-VIVO.
       PERFORM LIBERAR-VIVO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-VIVO.
       GO TO LEER-MOVIMIENTOS-FIN.

       LEER-UN-ARCHIVADO.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       OPEN INPUT REGISTRO-ARCHIVADO.
       PERFORM LEER-ARCHIVADO.
       PERFORM LIBERAR-ARCHIVADO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-ARCHIVADO.

       LEER-ARCHIVADO.
       READ REGISTRO-ARCHIVADO
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       LIBERAR-ARCHIVADO.
       MOVE REGISTRO-ARCHIVADO-LINEA TO LINEA-MOVIMIENTO.
       PERFORM LIBERAR-MOVIMIENTO.
       PERFORM LEER-ARCHIVADO.

       LEER-VIVO.
       READ REGISTRO-VIVO
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       LIBERAR-VIVO.
       MOVE REGISTRO-VIVO-LINEA TO LINEA-MOVIMIENTO.
       PERFORM LIBERAR-MOVIMIENTO.
       PERFORM LEER-VIVO.

       LIBERAR-MOVIMIENTO.
       IF MOV-CLASE = "E"
           AND MOV-FECHA IS NUMERIC
           PERFORM BUSCAR-EN-SEMANA
           IF SEM-HALLADO > ZERO
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               MOVE MOV-ID TO ORD-ID
               MOVE MOV-FECHA TO ORD-FECHA
               MOVE SEM-DIA-SEMANA(SEM-HALLADO) TO ORD-DIA-SEMANA
               MOVE MOV-HORA TO ORD-HORA
               MOVE MOV-TIPO TO ORD-TIPO
               RELEASE ORDENADO-REGISTRO
           END-IF
       END-IF.

       BUSCAR-EN-SEMANA.
       MOVE ZERO TO SEM-HALLADO.
       PERFORM COMPARAR-DIA-SEMANA
       VARYING SEM-IDX FROM 1 BY 1
       UNTIL SEM-IDX > 7 OR SEM-HALLADO > 0.

       COMPARAR-DIA-SEMANA.
       IF SEM-FECHA(SEM-IDX) = MOV-FECHA
           MOVE SEM-IDX TO SEM-HALLADO
       END-IF.

       LEER-MOVIMIENTOS-FIN.
       EXIT.

       EXTRAER-HORAS SECTION.
       EXTRAER-HORAS-INICIO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN INPUT HORARIOS-ARCHIVO.
       IF HORARIOS-OK
           SET HORARIOS-ABIERTO TO TRUE
       ELSE
           DISPLAY "AVISO: SIN MAESTRO DE HORARIOS (HORARIOS.DAT, "
               "VER PROG0052); TODO EL TIEMPO SALE COMO NORMAL."
       END-IF.
       OPEN OUTPUT HORAS-ARCHIVO.
       MOVE SPACE TO HORAS-REGISTRO.
       SET HRS-ENCABEZADO TO TRUE.
       MOVE FECHA-PROCESO TO HRS-FECHA-EXTRACTO.
       MOVE SEM-FECHA(1) TO HRS-SEMANA-DESDE.
       MOVE SEM-FECHA(7) TO HRS-SEMANA-HASTA.
       WRITE HORAS-REGISTRO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE SEM-FECHA(1) TO ENC1-DESDE.
       MOVE SEM-FECHA(7) TO ENC1-HASTA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       PERFORM LEER-ORDENADO.
       PERFORM PROCESAR-MOVIMIENTO
       UNTIL FIN-ORDENADO.
       IF NOT PRIMER-GRUPO
           PERFORM CERRAR-DIA
           PERFORM CERRAR-PERSONA
       END-IF.
       MOVE SPACE TO HORAS-REGISTRO.
       SET HRS-CIERRE TO TRUE.
       MOVE WS-TOTAL-DETALLES TO HRS-TOTAL.
       WRITE HORAS-REGISTRO.
       CLOSE HORAS-ARCHIVO.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       IF HORARIOS-ABIERTO
           CLOSE HORARIOS-ARCHIVO
       END-IF.
       CLOSE EMPLEADOS-ARCHIVO.
       MOVE "EXCEPCIONES HORAS" TO REP-REPORTE.
       MOVE "HORASEXC.PRT" TO REP-ARCHIVO.
       MOVE "PROG0067" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO EXTRAER-HORAS-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       PROCESAR-MOVIMIENTO.
       EVALUATE TRUE
           WHEN PRIMER-GRUPO
               PERFORM ABRIR-PERSONA
               PERFORM ABRIR-DIA
               MOVE "N" TO WS-PRIMER-GRUPO-SW
           WHEN ORD-ID NOT = GRU-ID
               PERFORM CERRAR-DIA
               PERFORM CERRAR-PERSONA
               PERFORM ABRIR-PERSONA
               PERFORM ABRIR-DIA
           WHEN ORD-FECHA NOT = GRU-FECHA
               PERFORM CERRAR-DIA
               PERFORM ABRIR-DIA
       END-EVALUATE.
       PERFORM ACUMULAR-MOVIMIENTO.
       PERFORM LEER-ORDENADO.

      * EL EMPLEADO QUE NO ESTA EN EL MAESTRO NO PUEDE PAGARSE: SUS
      * DIAS VAN TODOS A EXCEPCIONES.
       ABRIR-PERSONA.
       MOVE ORD-ID TO GRU-ID.
       MOVE ZERO TO PER-DIAS.
       MOVE ZERO TO PER-EXCEPCIONES.
       MOVE ZERO TO PER-SEG-NORMAL.
       MOVE ZERO TO PER-SEG-EXTRA.
       MOVE "S" TO WS-EN-MAESTRO-SW.
       MOVE ORD-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "N" TO WS-EN-MAESTRO-SW
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
               MOVE SPACE TO EMPLEADOS-DEPARTAMENTO
       END-READ.
       IF NOT PERSONA-EN-MAESTRO
           ADD 1 TO WS-TOTAL-SIN-MAESTRO
       END-IF.
       MOVE "N" TO WS-CON-HORARIO-SW.
       IF HORARIOS-ABIERTO
           MOVE ORD-ID TO HOR-EMPLEADO
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CON-HORARIO-SW
           END-READ
       END-IF.

       ABRIR-DIA.
       MOVE ORD-FECHA TO GRU-FECHA.
       MOVE ORD-DIA-SEMANA TO GRU-DIA-SEMANA.
       MOVE "N" TO WS-ENTRADA-PENDIENTE-SW.
       MOVE "N" TO WS-DIA-EXCEPCION-SW.
       MOVE 999999 TO DIA-PRIMERA-ENTRADA.
       MOVE ZERO TO DIA-ULTIMA-SALIDA.
       MOVE ZERO TO DIA-SEGUNDOS.

      * EL EMPAREJAMIENTO ES EL DE PROG0029: UNA ENTRADA SOBRE OTRA
      * PENDIENTE DEJA A LA PRIMERA SIN SALIDA. LA SALIDA SIN
      * ENTRADA NO SUMA TIEMPO; SE AVISA PERO EL DIA SE PAGA CON LO
      * QUE SI ESTA EMPAREJADO.
       ACUMULAR-MOVIMIENTO.
       IF ORD-ENTRADA
           IF ENTRADA-PENDIENTE
               PERFORM REGISTRAR-SIN-SALIDA
           END-IF
           MOVE ORD-HORA TO HORA-ENTRADA
           IF DIA-PRIMERA-ENTRADA = 999999
               MOVE ORD-HORA TO DIA-PRIMERA-ENTRADA
           END-IF
           SET ENTRADA-PENDIENTE TO TRUE
       ELSE
           IF ENTRADA-PENDIENTE
               PERFORM SUMAR-PAR
               MOVE ORD-HORA TO DIA-ULTIMA-SALIDA
               MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
           ELSE
               MOVE "SALIDA SIN ENTRADA (NO SUMA TIEMPO)"
                   TO EXC-OBSERVACION
               MOVE ORD-HORA TO EXC-HORA
               PERFORM IMPRIMIR-EXCEPCION
               ADD 1 TO WS-TOTAL-SUELTAS
           END-IF
       END-IF.

       SUMAR-PAR.
       MOVE HORA-ENTRADA TO CT-HORA.
       COMPUTE CT-SEGUNDOS-ENT =
           CT-HH * 3600 + CT-MM * 60 + CT-SS.
       MOVE ORD-HORA TO CT-HORA.
       COMPUTE CT-SEGUNDOS-SAL =
           CT-HH * 3600 + CT-MM * 60 + CT-SS.
       IF CT-SEGUNDOS-SAL > CT-SEGUNDOS-ENT
           COMPUTE DIA-SEGUNDOS =
               DIA-SEGUNDOS + CT-SEGUNDOS-SAL - CT-SEGUNDOS-ENT
       END-IF.

       REGISTRAR-SIN-SALIDA.
       SET DIA-CON-EXCEPCION TO TRUE.
       MOVE "ENTRADA SIN SALIDA - DIA FUERA DEL EXTRACTO"
           TO EXC-OBSERVACION.
       MOVE HORA-ENTRADA TO EXC-HORA.
       PERFORM IMPRIMIR-EXCEPCION.

      * UN DIA CON ENTRADA SIN SALIDA NO SE PAGA; EL RESTO SE PARTE
      * EN NORMAL Y EXTRA CONTRA EL HORARIO DE ESE DIA DE LA SEMANA.
       CERRAR-DIA.
       IF ENTRADA-PENDIENTE
           PERFORM REGISTRAR-SIN-SALIDA
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
       END-IF.
       IF NOT PERSONA-EN-MAESTRO
           SET DIA-CON-EXCEPCION TO TRUE
           MOVE "EMPLEADO NO ESTA EN EL MAESTRO" TO EXC-OBSERVACION
           MOVE ZERO TO EXC-HORA
           PERFORM IMPRIMIR-EXCEPCION
       END-IF.
       IF DIA-CON-EXCEPCION
           ADD 1 TO PER-EXCEPCIONES
           ADD 1 TO WS-TOTAL-EXCEPCIONES
       ELSE
           IF DIA-SEGUNDOS > ZERO
               PERFORM REPARTIR-DIA
           END-IF
       END-IF.

      * EXTRA ES EL TIEMPO ANTES DE LA ENTRADA Y DESPUES DE LA SALIDA
      * DEL HORARIO (PRIMERA ENTRADA Y ULTIMA SALIDA DEL DIA, COMO EN
      * PROG0029), SIN PASAR DEL TIEMPO EMPAREJADO. EN DIA DE
      * DESCANSO TODO ES EXTRA; SIN HORARIO NO HAY CONTRA QUE
      * COMPARAR Y TODO ES NORMAL.
       REPARTIR-DIA.
       ADD 1 TO PER-DIAS.
       ADD 1 TO WS-TOTAL-DIAS.
       MOVE ZERO TO HEV-EXTRA.
       IF PERSONA-CON-HORARIO
           IF HOR-ENTRADA(GRU-DIA-SEMANA) > ZERO
               PERFORM CALCULAR-EXTRA
           ELSE
               MOVE DIA-SEGUNDOS TO HEV-EXTRA
           END-IF
       END-IF.
       IF HEV-EXTRA > DIA-SEGUNDOS
           MOVE DIA-SEGUNDOS TO HEV-EXTRA
       END-IF.
       ADD HEV-EXTRA TO PER-SEG-EXTRA.
       COMPUTE PER-SEG-NORMAL = PER-SEG-NORMAL
           + DIA-SEGUNDOS - HEV-EXTRA.

       CALCULAR-EXTRA.
       MOVE HOR-ENTRADA(GRU-DIA-SEMANA) TO HEV-HORA.
       COMPUTE HEV-ENT-SEG = HEV-HH * 3600 + HEV-MM * 60.
       MOVE HOR-SALIDA(GRU-DIA-SEMANA) TO HEV-HORA.
       COMPUTE HEV-SAL-SEG = HEV-HH * 3600 + HEV-MM * 60.
       MOVE DIA-PRIMERA-ENTRADA TO CT-HORA.
       COMPUTE CT-SEGUNDOS-ENT =
           CT-HH * 3600 + CT-MM * 60 + CT-SS.
       IF CT-SEGUNDOS-ENT < HEV-ENT-SEG
           COMPUTE HEV-EXTRA = HEV-ENT-SEG - CT-SEGUNDOS-ENT
       END-IF.
       MOVE DIA-ULTIMA-SALIDA TO CT-HORA.
       COMPUTE CT-SEGUNDOS-SAL =
           CT-HH * 3600 + CT-MM * 60 + CT-SS.
       IF CT-SEGUNDOS-SAL > HEV-SAL-SEG
           COMPUTE HEV-EXTRA =
               HEV-EXTRA + CT-SEGUNDOS-SAL - HEV-SAL-SEG
       END-IF.

      * SOLO SALE DETALLE SI QUEDO AL MENOS UN DIA PAGABLE; LOS DIAS
      * EN EXCEPCION SE INFORMAN EN EL DETALLE PARA QUE EL BURO SEPA
      * QUE FALTA TIEMPO POR LLEGAR.
       CERRAR-PERSONA.
       IF PER-DIAS > ZERO
           MOVE SPACE TO HORAS-REGISTRO
           SET HRS-DETALLE TO TRUE
           MOVE GRU-ID TO HRS-ID
           MOVE EMPLEADOS-NOMBRE TO HRS-NOMBRE
           MOVE EMPLEADOS-APELLIDOS TO HRS-APELLIDOS
           MOVE EMPLEADOS-DEPARTAMENTO TO HRS-DEPARTAMENTO
           MOVE PER-DIAS TO HRS-DIAS-TRABAJADOS
           COMPUTE HRS-HORAS-NORMALES ROUNDED =
               PER-SEG-NORMAL / 3600
           COMPUTE HRS-HORAS-EXTRA ROUNDED =
               PER-SEG-EXTRA / 3600
           MOVE PER-EXCEPCIONES TO HRS-DIAS-EXCEPCION
           WRITE HORAS-REGISTRO
           ADD 1 TO WS-TOTAL-DETALLES
           ADD HRS-HORAS-NORMALES TO WS-TOTAL-NORMALES
           ADD HRS-HORAS-EXTRA TO WS-TOTAL-EXTRA
       END-IF.

       IMPRIMIR-EXCEPCION.
       MOVE GRU-ID TO EXC-ID.
       MOVE EMPLEADOS-NOMBRE TO EXC-NOMBRE.
       MOVE GRU-FECHA TO EXC-FECHA.
       WRITE LINEA-IMPRESION FROM LINEA-EXCEPCION.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "MOVIMIENTOS DE LA SEMANA:" TO TOT-TITULO.
       MOVE WS-TOTAL-MOVIMIENTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EMPLEADOS EN EL EXTRACTO:" TO TOT-TITULO.
       MOVE WS-TOTAL-DETALLES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS PAGADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-DIAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS FUERA DEL EXTRACTO:" TO TOT-TITULO.
       MOVE WS-TOTAL-EXCEPCIONES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SALIDAS SIN ENTRADA:" TO TOT-TITULO.
       MOVE WS-TOTAL-SUELTAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "IDS QUE NO ESTAN EN EL MAESTRO:" TO TOT-TITULO.
       MOVE WS-TOTAL-SIN-MAESTRO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "HORAS NORMALES:" TO TOT-TITULO.
       MOVE WS-TOTAL-NORMALES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "HORAS EXTRA:" TO TOT-TITULO.
       MOVE WS-TOTAL-EXTRA TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "EXTRACTO DE HORAS DEL " SEM-FECHA(1) " AL "
           SEM-FECHA(7) ".".
       DISPLAY "EMPLEADOS EXTRAIDOS:  " WS-TOTAL-DETALLES.
       DISPLAY "DIAS EN EXCEPCION:    " WS-TOTAL-EXCEPCIONES.
       DISPLAY "HORAS NORMALES:       " WS-TOTAL-NORMALES.
       DISPLAY "HORAS EXTRA:          " WS-TOTAL-EXTRA.

       EXTRAER-HORAS-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0067" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0067.
