       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0066.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:ACREDITACION ANUAL DE VACACIONES Y ESTADO DE SALDOS    *
      *          (VACSALDO.PRT), PARA QUE LOS SALDOS DE VACACIONES      *
      *          DEJEN DE LLEVARSE EN UNA HOJA DE CALCULO. A CADA       *
      *          EMPLEADO ACTIVO SE LE ACREDITAN, EN CADA ANIVERSARIO   *
      *          DE SERVICIO CUMPLIDO HASTA LA FECHA DE CORTE, LOS      *
      *          DIAS QUE MARCA LA TABLA POR ANOS DE SERVICIO (LA       *
      *          ANTIGUEDAD SE MIDE COMO EN PROG0045); SE LE DESCUENTAN *
      *          LOS DIAS LABORABLES DE SUS LICENCIAS DE VACACIONES     *
      *          (LICENCIAS.DAT, VER PROG0065) Y EL SALDO SE ARRASTRA   *
      *          DE UN ANO A OTRO EN VACACIONES.DAT. IMPRIME EL ESTADO  *
      *          DE CADA EMPLEADO (SALDO ANTERIOR, OTORGADO, TOMADO Y   *
      *          SALDO), MARCA LOS SALDOS NEGATIVOS Y CIERRA CON EL     *
      *          RESUMEN POR DEPARTAMENTO. UN ANIVERSARIO YA ACREDITADO *
      *          NO SE VUELVE A ACREDITAR, ASI QUE PUEDE CORRERSE LAS   *
      *          VECES QUE HAGA FALTA.                                  *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO "VACACIONES.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VAC-EMPLEADO
       FILE STATUS IS VACACIONES-ESTADO.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "LICENCIAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS LICENCIAS-ESTADO.

       SELECT OPTIONAL HORARIOS-ARCHIVO
       ASSIGN TO "HORARIOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "VACSALDO.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "VACSALDO.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD VACACIONES-ARCHIVO.
           COPY VACACIONES.

       FD LICENCIAS-ARCHIVO.
           COPY LICENCIAS.

       FD HORARIOS-ARCHIVO.
           COPY HORARIOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO        PIC X(4).
               05 ORD-APELLIDOS    PIC X(35).
               05 ORD-ID           PIC X(6).
               05 ORD-NOMBRE       PIC X(25).
               05 ORD-FECHA-ALTA   PIC 9(8).
               05 ORD-ANOS         PIC 9(3).
               05 ORD-ANTERIOR     PIC S9(5).
               05 ORD-OTORGADO     PIC 9(5).
               05 ORD-TOMADO       PIC S9(5).
               05 ORD-SALDO        PIC S9(5).
               05 ORD-NUEVO        PIC X(1).

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

       01  VACACIONES-ESTADO PIC X(2).
           88 VACACIONES-OK VALUE "00" "05".

       01  LICENCIAS-ESTADO PIC X(2).
           88 LICENCIAS-OK VALUE "00" "05".

       01  HORARIOS-ESTADO PIC X(2).
           88 HORARIOS-OK VALUE "00" "05".

      * TABLA DE DIAS DE VACACIONES POR ANOS DE SERVICIO: CADA
      * RENGLON ES "HASTA ESTOS ANOS CUMPLIDOS" Y LOS DIAS QUE SE
      * OTORGAN EN ESE ANIVERSARIO. EL ULTIMO RENGLON CUBRE EL RESTO.
       01  TABLA-DIAS-VALORES.
           05 FILLER PIC X(4) VALUE "0112".
           05 FILLER PIC X(4) VALUE "0214".
           05 FILLER PIC X(4) VALUE "0316".
           05 FILLER PIC X(4) VALUE "0418".
           05 FILLER PIC X(4) VALUE "0520".
           05 FILLER PIC X(4) VALUE "1022".
           05 FILLER PIC X(4) VALUE "1524".
           05 FILLER PIC X(4) VALUE "2026".
           05 FILLER PIC X(4) VALUE "2528".
           05 FILLER PIC X(4) VALUE "3030".
           05 FILLER PIC X(4) VALUE "3532".
           05 FILLER PIC X(4) VALUE "9934".

       01  TABLA-DIAS REDEFINES TABLA-DIAS-VALORES.
           05 TDV-RENGLON OCCURS 12 TIMES.
              10 TDV-HASTA-ANOS PIC 9(2).
              10 TDV-DIAS       PIC 9(2).

       77  TDV-MAXIMO  PIC 9(2) COMP VALUE 12.
       77  TDV-IDX     PIC 9(2) COMP.
       77  TDV-HALLADO PIC 9(2) COMP.

       01  FECHA-CORTE.
           05 FC-ANO PIC 9(4).
           05 FC-MES PIC 9(2).
           05 FC-DIA PIC 9(2).
       01  FECHA-CORTE-9 REDEFINES FECHA-CORTE PIC 9(8).

       01  FECHA-ALTA-TRABAJO.
           05 FA-ANO PIC 9(4).
           05 FA-MES PIC 9(2).
           05 FA-DIA PIC 9(2).

       01  FECHA-ANIVERSARIO.
           05 FAN-ANO PIC 9(4).
           05 FAN-MES PIC 9(2).
           05 FAN-DIA PIC 9(2).
       01  FECHA-ANIVERSARIO-9 REDEFINES FECHA-ANIVERSARIO PIC 9(8).

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  CALCULO-SALDO.
           05 ANOS-CUMPLIDOS   PIC S9(3).
           05 ANO-CREDITO      PIC 9(3).
           05 ANO-INICIAL      PIC 9(3).
           05 SALDO-ANTERIOR   PIC S9(5).
           05 TOMADO-ANTERIOR  PIC 9(5).
           05 OTORGADO-PERIODO PIC 9(5).
           05 TOMADO-CALCULADO PIC 9(5).

      * LOS DIAS DE VACACIONES SE RECORREN POR DIA CORRIDO (PROG0061);
      * EL RESIDUO DEL DIA CORRIDO ENTRE 7 DA EL DIA DE LA SEMANA
      * (0 = LUNES).
       01  CALCULO-DIAS.
           05 DIAS-CORTE    PIC 9(7).
           05 DIAS-APERTURA PIC 9(7).
           05 DIA-DESDE     PIC 9(7).
           05 DIA-HASTA     PIC 9(7).
           05 DIA-CORRIDO   PIC 9(7).
           05 SEMANAS       PIC 9(7).
           05 DIA-SEMANA    PIC 9(1).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-FIN-LICENCIAS-SW PIC X VALUE "N".
              88 FIN-LICENCIAS VALUE "S".
           05 WS-VACACIONES-ABIERTO-SW PIC X VALUE "N".
              88 VACACIONES-ABIERTO VALUE "S".
           05 WS-LICENCIAS-ABIERTO-SW PIC X VALUE "N".
              88 LICENCIAS-ABIERTO VALUE "S".
           05 WS-HORARIOS-ABIERTO-SW PIC X VALUE "N".
              88 HORARIOS-ABIERTO VALUE "S".
           05 WS-SALDO-NUEVO-SW PIC X VALUE "N".
              88 SALDO-NUEVO VALUE "S".
           05 WS-CON-HORARIO-SW PIC X VALUE "N".
              88 PERSONA-CON-HORARIO VALUE "S".

       77  DVS-MAXIMO  PIC 9(3) COMP VALUE 100.
       77  DVS-TOTAL   PIC 9(3) COMP VALUE ZERO.
       77  DVS-IDX     PIC 9(3) COMP.
       77  DVS-HALLADO PIC 9(3) COMP.

       01  DEPTO-VACACIONES-TABLA.
           05 DVS-ENTRADA OCCURS 100 TIMES.
              10 DVS-DEPTO      PIC X(4).
              10 DVS-EMPLEADOS  PIC 9(5).
              10 DVS-ANTERIOR   PIC S9(7).
              10 DVS-OTORGADO   PIC 9(7).
              10 DVS-TOMADO     PIC S9(7).
              10 DVS-SALDO      PIC S9(7).
              10 DVS-NEGATIVOS  PIC 9(5).

       01  DEPTO-BUSCADO PIC X(4).

       01  WS-CONTADORES.
           05 WS-TOTAL-ACTIVOS     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SIN-FECHA   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ESTADOS     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-NUEVOS      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ANIVERSARIOS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-NEGATIVOS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-OTORGADO    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-TOMADO      PIC S9(7) VALUE ZERO.
           05 WS-TOTAL-SALDO       PIC S9(7) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(52) VALUE
              "DEVCHRISAR, S.A. - SALDOS DE VACACIONES AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  TITULO-SECCION-1.
           05 FILLER PIC X(50) VALUE
              "SECCION 1 - ESTADO DE VACACIONES POR EMPLEADO".

       01  TITULO-SECCION-2.
           05 FILLER PIC X(50) VALUE
              "SECCION 2 - RESUMEN POR DEPARTAMENTO".

       01  ENCABEZADO-EDO.
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(16) VALUE "NOMBRE".
           05 FILLER PIC X(21) VALUE "APELLIDOS".
           05 FILLER PIC X(11) VALUE "ALTA".
           05 FILLER PIC X(4)  VALUE "ANOS".
           05 FILLER PIC X(8)  VALUE "  ANTER.".
           05 FILLER PIC X(7)  VALUE " OTORG.".
           05 FILLER PIC X(8)  VALUE " TOMADO".
           05 FILLER PIC X(8)  VALUE "   SALDO".

       01  LINEA-ESTADO.
           05 DET-DEPTO     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(15).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-APELLIDOS PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ALTA      PIC 9999/99/99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ANOS      PIC ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ANTERIOR  PIC -ZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-OTORGADO  PIC ZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-TOMADO    PIC -ZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-SALDO     PIC -ZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-NUEVO     PIC X(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ALERTA    PIC X(16).

       01  ENCABEZADO-DVS.
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(10) VALUE "EMPLEADOS".
           05 FILLER PIC X(11) VALUE "   ANTERIOR".
           05 FILLER PIC X(11) VALUE "  OTORGADO".
           05 FILLER PIC X(11) VALUE "    TOMADO".
           05 FILLER PIC X(11) VALUE "     SALDO".
           05 FILLER PIC X(11) VALUE " NEGATIVOS".

       01  LINEA-DEPTO.
           05 DVD-DEPTO     PIC X(4).
           05 FILLER        PIC X(5) VALUE SPACE.
           05 DVD-EMPLEADOS PIC ZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DVD-ANTERIOR  PIC -Z,ZZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DVD-OTORGADO  PIC Z,ZZZ,ZZ9.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DVD-TOMADO    PIC -Z,ZZZ,ZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DVD-SALDO     PIC -Z,ZZZ,ZZ9.
           05 FILLER        PIC X(6) VALUE SPACE.
           05 DVD-NEGATIVOS PIC ZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC -Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM SOLICITAR-CORTE.
       OPEN I-O VACACIONES-ARCHIVO.
       IF NOT VACACIONES-OK
           OPEN OUTPUT VACACIONES-ARCHIVO
           CLOSE VACACIONES-ARCHIVO
           OPEN I-O VACACIONES-ARCHIVO
       END-IF.
       IF VACACIONES-OK
           SET VACACIONES-ABIERTO TO TRUE
           PERFORM PROCESAR-SALDOS
       ELSE
           DISPLAY "NO SE PUDO ABRIR VACACIONES.DAT. ESTADO: "
               VACACIONES-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
       END-IF.
       MOVE WS-TOTAL-ACTIVOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-ESTADOS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-SIN-FECHA TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * LA FECHA DE CORTE ES EL DIA HASTA EL QUE SE ACREDITAN
      * ANIVERSARIOS Y SE CUENTAN VACACIONES TOMADAS; EN CERO ES HOY.
       SOLICITAR-CORTE.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-CORTE
       UNTIL FECHA-VALIDA.
       MOVE CNV-DIAS TO DIAS-CORTE.

       VALIDAR-CORTE.
       DISPLAY "FECHA DE CORTE (AAAAMMDD, 0 = HOY): ".
       ACCEPT FECHA-CORTE-9.
       IF FECHA-CORTE-9 = ZERO
           ACCEPT FECHA-CORTE-9 FROM DATE YYYYMMDD
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-CORTE-9 TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           MOVE "S" TO FECHA-VALIDA-SW
       ELSE
           DISPLAY "FECHA NO VALIDA, USAR AAAAMMDD."
       END-IF.

      * SIN MAESTRO DE LICENCIAS NO HAY CON QUE RECALCULAR LO TOMADO:
      * SE CONSERVA LO QUE YA TRAIA CADA SALDO.
       PROCESAR-SALDOS.
       OPEN INPUT LICENCIAS-ARCHIVO.
       IF LICENCIAS-OK
           SET LICENCIAS-ABIERTO TO TRUE
       ELSE
           DISPLAY "AVISO: SIN MAESTRO DE LICENCIAS (LICENCIAS.DAT, "
               "VER PROG0065); LO TOMADO NO SE RECALCULA."
       END-IF.
       OPEN INPUT HORARIOS-ARCHIVO.
       IF HORARIOS-OK
           SET HORARIOS-ABIERTO TO TRUE
       END-IF.
       SORT ORDENADO-ARCHIVO
           ON ASCENDING KEY ORD-DEPTO
           ON ASCENDING KEY ORD-APELLIDOS
           ON ASCENDING KEY ORD-ID
           INPUT PROCEDURE IS ACTUALIZAR-SALDOS
           OUTPUT PROCEDURE IS IMPRIMIR-ESTADOS.
       IF LICENCIAS-ABIERTO
           CLOSE LICENCIAS-ARCHIVO
       END-IF.
       IF HORARIOS-ABIERTO
           CLOSE HORARIOS-ARCHIVO
       END-IF.
       CLOSE VACACIONES-ARCHIVO.

       ACTUALIZAR-SALDOS SECTION.
       ACTUALIZAR-SALDOS-INICIO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM LEER-EMPLEADO.
       PERFORM PROCESAR-EMPLEADO
       UNTIL FIN-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       GO TO ACTUALIZAR-SALDOS-FIN.

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * LAS ALTAS SIN FECHA (EN CERO, P.EJ. CONVERTIDAS POR PROG0027)
      * NO TIENEN ANIVERSARIO: SE CUENTAN APARTE, IGUAL QUE EN
      * PROG0045.
       PROCESAR-EMPLEADO.
       IF NOT EMPLEADO-BAJA
           ADD 1 TO WS-TOTAL-ACTIVOS
           IF EMPLEADOS-FECHA-ALTA = ZERO
               ADD 1 TO WS-TOTAL-SIN-FECHA
           ELSE
               PERFORM ACTUALIZAR-SALDO
           END-IF
       END-IF.
       PERFORM LEER-EMPLEADO.

      * LOS ANOS CUMPLIDOS SE CORTAN CONTRA LA FECHA DE CORTE COMO LA
      * ANTIGUEDAD DE PROG0045; SE ACREDITAN LOS ANIVERSARIOS
      * CUMPLIDOS QUE EL SALDO TODAVIA NO TRAE.
       ACTUALIZAR-SALDO.
       MOVE EMPLEADOS-FECHA-ALTA TO FECHA-ALTA-TRABAJO.
       COMPUTE ANOS-CUMPLIDOS = FC-ANO - FA-ANO.
       IF FA-MES > FC-MES
           OR (FA-MES = FC-MES AND FA-DIA > FC-DIA)
           SUBTRACT 1 FROM ANOS-CUMPLIDOS
       END-IF.
       IF ANOS-CUMPLIDOS < ZERO
           MOVE ZERO TO ANOS-CUMPLIDOS
       END-IF.
       MOVE "N" TO WS-SALDO-NUEVO-SW.
       MOVE EMPLEADOS-ID TO VAC-EMPLEADO.
       READ VACACIONES-ARCHIVO
           INVALID KEY
               PERFORM ABRIR-SALDO
       END-READ.
       MOVE VAC-SALDO TO SALDO-ANTERIOR.
       MOVE VAC-TOTAL-TOMADO TO TOMADO-ANTERIOR.
       MOVE ZERO TO OTORGADO-PERIODO.
       IF ANOS-CUMPLIDOS > VAC-ANOS-ACREDITADOS
           COMPUTE ANO-INICIAL = VAC-ANOS-ACREDITADOS + 1
           PERFORM ACREDITAR-ANIVERSARIO
           VARYING ANO-CREDITO FROM ANO-INICIAL BY 1
           UNTIL ANO-CREDITO > ANOS-CUMPLIDOS
           MOVE ANOS-CUMPLIDOS TO VAC-ANOS-ACREDITADOS
       END-IF.
       IF LICENCIAS-ABIERTO
           PERFORM CALCULAR-TOMADO
           MOVE TOMADO-CALCULADO TO VAC-TOTAL-TOMADO
       END-IF.
       COMPUTE VAC-SALDO = VAC-TOTAL-OTORGADO - VAC-TOTAL-TOMADO.
       MOVE FECHA-CORTE-9 TO VAC-FECHA-PROCESO.
       IF SALDO-NUEVO
           WRITE VACACIONES-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL SALDO DE "
                       VAC-EMPLEADO ". ESTADO: " VACACIONES-ESTADO
           END-WRITE
       ELSE
           REWRITE VACACIONES-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL SALDO DE "
                       VAC-EMPLEADO ". ESTADO: " VACACIONES-ESTADO
           END-REWRITE
       END-IF.
       PERFORM LIBERAR-ESTADO.

      * EL SALDO QUE SE ABRE POR PRIMERA VEZ ARRANCA EN EL ULTIMO
      * ANIVERSARIO CUMPLIDO (O EN EL ALTA, SI AUN NO CUMPLE UN ANO):
      * SOLO SE LE ACREDITA ESE ANIVERSARIO Y SOLO CUENTAN LAS
      * VACACIONES TOMADAS DESDE AHI. LO ANTERIOR ERA DE LA HOJA DE
      * CALCULO Y NO SE RECONSTRUYE.
       ABRIR-SALDO.
       SET SALDO-NUEVO TO TRUE.
       ADD 1 TO WS-TOTAL-NUEVOS.
       MOVE EMPLEADOS-ID TO VAC-EMPLEADO.
       MOVE ZERO TO VAC-TOTAL-OTORGADO.
       MOVE ZERO TO VAC-TOTAL-TOMADO.
       MOVE ZERO TO VAC-SALDO.
       IF ANOS-CUMPLIDOS > ZERO
           COMPUTE VAC-ANOS-ACREDITADOS = ANOS-CUMPLIDOS - 1
           MOVE ANOS-CUMPLIDOS TO ANO-CREDITO
           PERFORM FECHAR-ANIVERSARIO
           MOVE FECHA-ANIVERSARIO-9 TO VAC-FECHA-APERTURA
       ELSE
           MOVE ZERO TO VAC-ANOS-ACREDITADOS
           MOVE EMPLEADOS-FECHA-ALTA TO VAC-FECHA-APERTURA
       END-IF.
       MOVE ZERO TO VAC-FECHA-ULT-ANIV.

       ACREDITAR-ANIVERSARIO.
       PERFORM BUSCAR-DIAS-TABLA.
       ADD TDV-DIAS(TDV-HALLADO) TO VAC-TOTAL-OTORGADO.
       ADD TDV-DIAS(TDV-HALLADO) TO OTORGADO-PERIODO.
       ADD 1 TO WS-TOTAL-ANIVERSARIOS.
       PERFORM FECHAR-ANIVERSARIO.
       MOVE FECHA-ANIVERSARIO-9 TO VAC-FECHA-ULT-ANIV.

       BUSCAR-DIAS-TABLA.
       MOVE ZERO TO TDV-HALLADO.
       PERFORM COMPARAR-DIAS-TABLA
       VARYING TDV-IDX FROM 1 BY 1
       UNTIL TDV-IDX > TDV-MAXIMO OR TDV-HALLADO > 0.
       IF TDV-HALLADO = ZERO
           MOVE TDV-MAXIMO TO TDV-HALLADO
       END-IF.

       COMPARAR-DIAS-TABLA.
       IF ANO-CREDITO NOT > TDV-HASTA-ANOS(TDV-IDX)
           MOVE TDV-IDX TO TDV-HALLADO
       END-IF.

      * EL ANIVERSARIO DE UN ALTA DEL 29 DE FEBRERO CAE EL 1 DE MARZO
      * EN LOS ANOS QUE NO SON BISIESTOS.
       FECHAR-ANIVERSARIO.
       COMPUTE FAN-ANO = FA-ANO + ANO-CREDITO.
       MOVE FA-MES TO FAN-MES.
       MOVE FA-DIA TO FAN-DIA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-ANIVERSARIO-9 TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-ERROR
           MOVE 3 TO FAN-MES
           MOVE 1 TO FAN-DIA
       END-IF.

      * LO TOMADO SE RECALCULA COMPLETO EN CADA CORRIDA: LOS DIAS
      * LABORABLES DE CADA LICENCIA DE VACACIONES ENTRE LA APERTURA
      * DEL SALDO Y LA FECHA DE CORTE. ASI UNA LICENCIA CAPTURADA,
      * CORREGIDA O BORRADA DESPUES QUEDA REFLEJADA.
       CALCULAR-TOMADO.
       MOVE ZERO TO TOMADO-CALCULADO.
       SET CNV-A-DIAS TO TRUE.
       MOVE VAC-FECHA-APERTURA TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-APERTURA.
       MOVE "N" TO WS-CON-HORARIO-SW.
       IF HORARIOS-ABIERTO
           MOVE VAC-EMPLEADO TO HOR-EMPLEADO
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CON-HORARIO-SW
           END-READ
       END-IF.
       MOVE "N" TO WS-FIN-LICENCIAS-SW.
       MOVE VAC-EMPLEADO TO LIC-EMPLEADO.
       MOVE ZERO TO LIC-FECHA-INICIO.
       START LICENCIAS-ARCHIVO
           KEY IS NOT LESS THAN LIC-CLAVE
           INVALID KEY
               SET FIN-LICENCIAS TO TRUE
       END-START.
       PERFORM LEER-LICENCIA.
       PERFORM SUMAR-LICENCIA
       UNTIL FIN-LICENCIAS.

       LEER-LICENCIA.
       IF NOT FIN-LICENCIAS
           READ LICENCIAS-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-LICENCIAS TO TRUE
           END-READ
       END-IF.
       IF NOT FIN-LICENCIAS
           IF LIC-EMPLEADO NOT = VAC-EMPLEADO
               SET FIN-LICENCIAS TO TRUE
           END-IF
       END-IF.

       SUMAR-LICENCIA.
       IF LIC-VACACIONES
           AND LIC-FECHA-FIN NOT < VAC-FECHA-APERTURA
           AND LIC-FECHA-INICIO NOT > FECHA-CORTE-9
           SET CNV-A-DIAS TO TRUE
           MOVE LIC-FECHA-INICIO TO CNV-FECHA
           CALL "PROG0061"
           MOVE CNV-DIAS TO DIA-DESDE
           IF DIA-DESDE < DIAS-APERTURA
               MOVE DIAS-APERTURA TO DIA-DESDE
           END-IF
           SET CNV-A-DIAS TO TRUE
           MOVE LIC-FECHA-FIN TO CNV-FECHA
           CALL "PROG0061"
           MOVE CNV-DIAS TO DIA-HASTA
           IF DIA-HASTA > DIAS-CORTE
               MOVE DIAS-CORTE TO DIA-HASTA
           END-IF
           PERFORM CONTAR-DIA-VACACION
           VARYING DIA-CORRIDO FROM DIA-DESDE BY 1
           UNTIL DIA-CORRIDO > DIA-HASTA
       END-IF.
       PERFORM LEER-LICENCIA.

      * SOLO CUENTA EL DIA LABORABLE PARA EL EMPLEADO: SEGUN SU
      * HORARIO O, SIN HORARIO, DE LUNES A VIERNES (COMO EN LOS
      * REPORTES DE ASISTENCIA).
       CONTAR-DIA-VACACION.
       DIVIDE DIA-CORRIDO BY 7 GIVING SEMANAS
           REMAINDER DIA-SEMANA.
       ADD 1 TO DIA-SEMANA.
       IF PERSONA-CON-HORARIO
           IF HOR-ENTRADA(DIA-SEMANA) > ZERO
               ADD 1 TO TOMADO-CALCULADO
           END-IF
       ELSE
           IF DIA-SEMANA < 6
               ADD 1 TO TOMADO-CALCULADO
           END-IF
       END-IF.

       LIBERAR-ESTADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO ORD-DEPTO.
       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS.
       MOVE EMPLEADOS-ID TO ORD-ID.
       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE.
       MOVE EMPLEADOS-FECHA-ALTA TO ORD-FECHA-ALTA.
       MOVE ANOS-CUMPLIDOS TO ORD-ANOS.
       MOVE SALDO-ANTERIOR TO ORD-ANTERIOR.
       MOVE OTORGADO-PERIODO TO ORD-OTORGADO.
       COMPUTE ORD-TOMADO = VAC-TOTAL-TOMADO - TOMADO-ANTERIOR.
       MOVE VAC-SALDO TO ORD-SALDO.
       MOVE WS-SALDO-NUEVO-SW TO ORD-NUEVO.
       RELEASE ORDENADO-REGISTRO.

       ACTUALIZAR-SALDOS-FIN.
       EXIT.

       IMPRIMIR-ESTADOS SECTION.
       IMPRIMIR-ESTADOS-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-CORTE-9 TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM TITULO-SECCION-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-EDO.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-ESTADO
       UNTIL FIN-ORDENADO.
       PERFORM IMPRIMIR-RESUMEN.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       MOVE "SALDOS VACACIONES" TO REP-REPORTE.
       MOVE "VACSALDO.PRT" TO REP-ARCHIVO.
       MOVE "PROG0066" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-ESTADOS-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-ESTADO.
       ADD 1 TO WS-TOTAL-ESTADOS.
       MOVE ORD-DEPTO TO DET-DEPTO.
       MOVE ORD-ID TO DET-ID.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-APELLIDOS TO DET-APELLIDOS.
       MOVE ORD-FECHA-ALTA TO DET-ALTA.
       MOVE ORD-ANOS TO DET-ANOS.
       MOVE ORD-ANTERIOR TO DET-ANTERIOR.
       MOVE ORD-OTORGADO TO DET-OTORGADO.
       MOVE ORD-TOMADO TO DET-TOMADO.
       MOVE ORD-SALDO TO DET-SALDO.
       MOVE SPACE TO DET-NUEVO.
       IF ORD-NUEVO = "S"
           MOVE "NUEVO" TO DET-NUEVO
       END-IF.
       MOVE SPACE TO DET-ALERTA.
       IF ORD-SALDO < ZERO
           MOVE "*SALDO NEGATIVO*" TO DET-ALERTA
           ADD 1 TO WS-TOTAL-NEGATIVOS
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-ESTADO.
       ADD ORD-OTORGADO TO WS-TOTAL-OTORGADO.
       ADD ORD-TOMADO TO WS-TOTAL-TOMADO.
       ADD ORD-SALDO TO WS-TOTAL-SALDO.
       PERFORM ACUMULAR-DEPTO.
       PERFORM LEER-ORDENADO.

       ACUMULAR-DEPTO.
       MOVE ORD-DEPTO TO DEPTO-BUSCADO.
       PERFORM BUSCAR-DEPTO-TABLA.
       IF DVS-HALLADO = ZERO
           PERFORM AGREGAR-DEPTO-TABLA
       END-IF.
       IF DVS-HALLADO > ZERO
           ADD 1 TO DVS-EMPLEADOS(DVS-HALLADO)
           ADD ORD-ANTERIOR TO DVS-ANTERIOR(DVS-HALLADO)
           ADD ORD-OTORGADO TO DVS-OTORGADO(DVS-HALLADO)
           ADD ORD-TOMADO TO DVS-TOMADO(DVS-HALLADO)
           ADD ORD-SALDO TO DVS-SALDO(DVS-HALLADO)
           IF ORD-SALDO < ZERO
               ADD 1 TO DVS-NEGATIVOS(DVS-HALLADO)
           END-IF
       END-IF.

       BUSCAR-DEPTO-TABLA.
       MOVE ZERO TO DVS-HALLADO.
       PERFORM COMPARAR-DEPTO-TABLA
       VARYING DVS-IDX FROM 1 BY 1
       UNTIL DVS-IDX > DVS-TOTAL OR DVS-HALLADO > 0.

       COMPARAR-DEPTO-TABLA.
       IF DVS-DEPTO(DVS-IDX) = DEPTO-BUSCADO
           MOVE DVS-IDX TO DVS-HALLADO
       END-IF.

       AGREGAR-DEPTO-TABLA.
       IF DVS-TOTAL >= DVS-MAXIMO
           DISPLAY "TABLA DE DEPARTAMENTOS LLENA (" DVS-MAXIMO ");"
               " EL RESUMEN ESTA INCOMPLETO."
       ELSE
           ADD 1 TO DVS-TOTAL
           MOVE DVS-TOTAL TO DVS-HALLADO
           MOVE DEPTO-BUSCADO TO DVS-DEPTO(DVS-TOTAL)
           MOVE ZERO TO DVS-EMPLEADOS(DVS-TOTAL)
           MOVE ZERO TO DVS-ANTERIOR(DVS-TOTAL)
           MOVE ZERO TO DVS-OTORGADO(DVS-TOTAL)
           MOVE ZERO TO DVS-TOMADO(DVS-TOTAL)
           MOVE ZERO TO DVS-SALDO(DVS-TOTAL)
           MOVE ZERO TO DVS-NEGATIVOS(DVS-TOTAL)
       END-IF.

       IMPRIMIR-RESUMEN.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM TITULO-SECCION-2.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DVS.
       PERFORM IMPRIMIR-DEPTO
       VARYING DVS-IDX FROM 1 BY 1
       UNTIL DVS-IDX > DVS-TOTAL.

       IMPRIMIR-DEPTO.
       MOVE DVS-DEPTO(DVS-IDX) TO DVD-DEPTO.
       MOVE DVS-EMPLEADOS(DVS-IDX) TO DVD-EMPLEADOS.
       MOVE DVS-ANTERIOR(DVS-IDX) TO DVD-ANTERIOR.
       MOVE DVS-OTORGADO(DVS-IDX) TO DVD-OTORGADO.
       MOVE DVS-TOMADO(DVS-IDX) TO DVD-TOMADO.
       MOVE DVS-SALDO(DVS-IDX) TO DVD-SALDO.
       MOVE DVS-NEGATIVOS(DVS-IDX) TO DVD-NEGATIVOS.
       WRITE LINEA-IMPRESION FROM LINEA-DEPTO.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "EMPLEADOS ACTIVOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ACTIVOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SIN FECHA DE ALTA:" TO TOT-TITULO.
       MOVE WS-TOTAL-SIN-FECHA TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SALDOS ABIERTOS EN CORRIDA:" TO TOT-TITULO.
       MOVE WS-TOTAL-NUEVOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ANIVERSARIOS ACREDITADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ANIVERSARIOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS OTORGADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-OTORGADO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS TOMADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-TOMADO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SALDO TOTAL EN DIAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-SALDO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SALDOS NEGATIVOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-NEGATIVOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "EMPLEADOS ACTIVOS:        " WS-TOTAL-ACTIVOS.
       DISPLAY "ANIVERSARIOS ACREDITADOS: " WS-TOTAL-ANIVERSARIOS.
       DISPLAY "SALDOS NEGATIVOS:         " WS-TOTAL-NEGATIVOS.

       IMPRIMIR-ESTADOS-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0066" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0066.
