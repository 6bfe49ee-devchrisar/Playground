      *          EVALUADOS, RETARDOS, SALIDAS ANTICIPADAS Y TIEMPO      *
      *          EXTRA. LOS VISITANTES Y LOS EMPLEADOS SIN HORARIO NO   *
      *          SE EVALUAN.                                            *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LOS DIAS LABORABLES CUBIERTOS POR  *
      *                 UNA LICENCIA (LICENCIAS.DAT, VER PROG0065)     *
      *                 ENTRAN AL CORTE COMO DIAS DE LICENCIA: NO SE   *
      *                 EVALUAN CONTRA EL HORARIO NI CUENTAN RETARDOS  *
      *                 O SALIDAS ANTICIPADAS, SE TOTALIZAN POR        *
      *                 DEPARTAMENTO EN UNA COLUMNA NUEVA Y AL PIE POR *
      *                 TIPO DE LICENCIA. EL EMPLEADO CON LICENCIA     *
      *                 TODA LA SEMANA APARECE EN SU DEPARTAMENTO.     *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "LICENCIAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS LICENCIAS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "PUNTUAL.SRT".

       FD HORARIOS-ARCHIVO.
           COPY HORARIOS.

       FD LICENCIAS-ARCHIVO.
           COPY LICENCIAS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO  PIC X(4).
               05 ORD-TIPO   PIC X(1).
                  88 ORD-ENTRADA VALUE "E".
                  88 ORD-SALIDA  VALUE "S".
                  88 ORD-LICENCIA-DIA VALUE "L".
               05 ORD-LICENCIA PIC X(1).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).
       01  HORARIOS-ABIERTO-SW PIC X VALUE "N".
           88 HORARIOS-ABIERTO VALUE "S".

       01  LICENCIAS-ESTADO PIC X(2).
           88 LICENCIAS-OK VALUE "00" "05".

       77  GRACIA-MINUTOS PIC 9(2) VALUE 15.

       01  FECHA-INICIO PIC 9(8).
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-CON-HORARIO-SW PIC X.
              88 PERSONA-CON-HORARIO VALUE "S".
           05 WS-FIN-LICENCIAS-SW PIC X VALUE "N".
              88 FIN-LICENCIAS VALUE "S".
           05 WS-DIA-LICENCIA-SW PIC X.
              88 DIA-EN-LICENCIA VALUE "S".
           05 WS-DIA-LABORABLE-SW PIC X.
              88 DIA-LABORABLE VALUE "S".

       01  GRUPO-ACTUAL.
           05 GRU-DEPTO PIC X(4).
           05 HEV-SAL-SEG PIC 9(7).
           05 HEV-EXTRA   PIC 9(7).

       01  DIA-TIPO-LICENCIA PIC X(1).
           88 DIA-VACACIONES VALUE "V".
           88 DIA-ENFERMEDAD VALUE "E".

       01  ACUMULADO-DEPTO.
           05 DEP-EMPLEADOS  PIC 9(5).
           05 DEP-DIAS-EVAL  PIC 9(5).
           05 DEP-EXTRA-HORAS PIC 9(5).
           05 DEP-EXTRA-MIN  PIC 9(2).
           05 DEP-EXTRA-RESTO PIC 9(9).
           05 DEP-LICENCIAS  PIC 9(5).

       01  WS-CONTADORES.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-DEPTOS      PIC 9(5) VALUE ZERO.
           05 WS-LIC-VACACIONES    PIC 9(5) VALUE ZERO.
           05 WS-LIC-ENFERMEDAD    PIC 9(5) VALUE ZERO.
           05 WS-LIC-PERMISO       PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(48) VALUE
           05 FILLER PIC X(10) VALUE "RETARDOS".
           05 FILLER PIC X(12) VALUE "SALE ANTES".
           05 FILLER PIC X(12) VALUE "EXTRA HH:MM".
           05 FILLER PIC X(12) VALUE "DIAS LICENC".

       01  LINEA-DETALLE.
           05 DET-DEPTO PIC X(4).
           05 DET-EXTRA-HORAS PIC ZZZZ9.
           05 FILLER    PIC X(1) VALUE ":".
           05 DET-EXTRA-MIN PIC 99.
           05 FILLER    PIC X(4) VALUE SPACE.
           05 DET-LICENCIAS PIC ZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
       PERFORM LIBERAR-VIVO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-VIVO.
       PERFORM LEER-LICENCIAS.
       CLOSE EMPLEADOS-ARCHIVO.
       GO TO LEER-MOVIMIENTOS-FIN.

           MOVE SEM-IDX TO SEM-HALLADO
       END-IF.

      * CADA DIA DE LICENCIA (MAESTRO DE LICENCIAS, VER PROG0065) QUE
      * CAE EN LA SEMANA Y ES LABORABLE PARA EL EMPLEADO (SU HORARIO
      * O, SIN HORARIO, DE LUNES A VIERNES) ENTRA AL SORT COMO UN
      * MOVIMIENTO "L" DE ESE DIA; ASI EL EMPLEADO DE VACACIONES TODA
      * LA SEMANA TAMBIEN APARECE EN SU DEPARTAMENTO.
       LEER-LICENCIAS.
       OPEN INPUT LICENCIAS-ARCHIVO.
       IF LICENCIAS-OK
           OPEN INPUT HORARIOS-ARCHIVO
           PERFORM LEER-LICENCIA
           PERFORM LIBERAR-LICENCIA
           UNTIL FIN-LICENCIAS
           CLOSE HORARIOS-ARCHIVO
           CLOSE LICENCIAS-ARCHIVO
       END-IF.

       LEER-LICENCIA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LICENCIAS TO TRUE
       END-READ.

       LIBERAR-LICENCIA.
       IF LIC-FECHA-INICIO NOT > SEM-FECHA(7)
           AND LIC-FECHA-FIN NOT < SEM-FECHA(1)
           MOVE "N" TO WS-CON-HORARIO-SW
           MOVE LIC-EMPLEADO TO HOR-EMPLEADO
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CON-HORARIO-SW
           END-READ
           MOVE LIC-EMPLEADO TO MOV-ID
           PERFORM BUSCAR-DEPARTAMENTO
           PERFORM LIBERAR-DIA-LICENCIA
           VARYING SEM-IDX FROM 1 BY 1
           UNTIL SEM-IDX > 7
       END-IF.
       PERFORM LEER-LICENCIA.

       LIBERAR-DIA-LICENCIA.
       IF SEM-FECHA(SEM-IDX) NOT < LIC-FECHA-INICIO
           AND SEM-FECHA(SEM-IDX) NOT > LIC-FECHA-FIN
           MOVE "N" TO WS-DIA-LABORABLE-SW
           IF PERSONA-CON-HORARIO
               IF HOR-ENTRADA(SEM-DIA-SEMANA(SEM-IDX)) > ZERO
                   MOVE "S" TO WS-DIA-LABORABLE-SW
               END-IF
           ELSE
               IF SEM-DIA-SEMANA(SEM-IDX) < 6
                   MOVE "S" TO WS-DIA-LABORABLE-SW
               END-IF
           END-IF
           IF DIA-LABORABLE
               MOVE LIC-EMPLEADO TO ORD-ID
               MOVE SEM-FECHA(SEM-IDX) TO ORD-FECHA
               MOVE SEM-DIA-SEMANA(SEM-IDX) TO ORD-DIA-SEMANA
               MOVE ZERO TO ORD-HORA
               SET ORD-LICENCIA-DIA TO TRUE
               MOVE LIC-TIPO TO ORD-LICENCIA
               RELEASE ORDENADO-REGISTRO
           END-IF
       END-IF.

       BUSCAR-DEPARTAMENTO.
       MOVE MOV-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
       MOVE ZERO TO DEP-RETARDOS.
       MOVE ZERO TO DEP-ANTICIPADAS.
       MOVE ZERO TO DEP-SEG-EXTRA.
       MOVE ZERO TO DEP-LICENCIAS.

      * EL HORARIO DE LA PERSONA SE LEE UNA VEZ POR EMPLEADO; SIN
      * HORARIO REGISTRADO SUS JORNADAS NO SE EVALUAN.
       MOVE "N" TO WS-ENTRADA-PENDIENTE-SW.
       MOVE 999999 TO DIA-PRIMERA-ENTRADA.
       MOVE ZERO TO DIA-ULTIMA-SALIDA.
       MOVE "N" TO WS-DIA-LICENCIA-SW.

       ACUMULAR-MOVIMIENTO.
       IF ORD-LICENCIA-DIA
           SET DIA-EN-LICENCIA TO TRUE
           MOVE ORD-LICENCIA TO DIA-TIPO-LICENCIA
       END-IF.
       IF ORD-ENTRADA
           IF DIA-PRIMERA-ENTRADA = 999999
               MOVE ORD-HORA TO DIA-PRIMERA-ENTRADA
      * ENTRADA CONTRA LA HORA DE ENTRADA Y LA ULTIMA SALIDA
      * EMPAREJADA CONTRA LA DE SALIDA, PARA QUE LA SALIDA A COMER NO
      * GENERE UN RETARDO Y UNA SALIDA ANTICIPADA FICTICIOS POR CADA
      * PAR DEL DIA. UN DIA DE LICENCIA NO SE EVALUA: CUENTA COMO
      * LICENCIA DEL DEPARTAMENTO Y DE SU TIPO, AUNQUE EL EMPLEADO
      * HAYA MARCADO (PERMISO DE MEDIO DIA).
       CERRAR-DIA.
       IF DIA-EN-LICENCIA
           ADD 1 TO DEP-LICENCIAS
           EVALUATE TRUE
               WHEN DIA-VACACIONES
                   ADD 1 TO WS-LIC-VACACIONES
               WHEN DIA-ENFERMEDAD
                   ADD 1 TO WS-LIC-ENFERMEDAD
               WHEN OTHER
                   ADD 1 TO WS-LIC-PERMISO
           END-EVALUATE
       END-IF.
       IF PERSONA-CON-HORARIO
           AND NOT DIA-EN-LICENCIA
           AND HOR-ENTRADA(GRU-DIA-SEMANA) > ZERO
           AND (DIA-PRIMERA-ENTRADA NOT = 999999
                OR DIA-ULTIMA-SALIDA NOT = ZERO)
       DIVIDE DEP-EXTRA-RESTO BY 60 GIVING DEP-EXTRA-MIN.
       MOVE DEP-EXTRA-HORAS TO DET-EXTRA-HORAS.
       MOVE DEP-EXTRA-MIN TO DET-EXTRA-MIN.
       MOVE DEP-LICENCIAS TO DET-LICENCIAS.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-TOTALES.
       MOVE "DEPARTAMENTOS EN EL CORTE:" TO TOT-TITULO.
       MOVE WS-TOTAL-DEPTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS LICENCIA VACACIONES:" TO TOT-TITULO.
       MOVE WS-LIC-VACACIONES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS LICENCIA ENFERMEDAD:" TO TOT-TITULO.
       MOVE WS-LIC-ENFERMEDAD TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIAS LICENCIA PERMISO:" TO TOT-TITULO.
       MOVE WS-LIC-PERMISO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "MOVIMIENTOS DE LA SEMANA:  " WS-TOTAL-MOVIMIENTOS.
       DISPLAY "DEPARTAMENTOS EN EL CORTE: " WS-TOTAL-DEPTOS.
       DISPLAY "DIAS DE LICENCIA (V/E/P):  " WS-LIC-VACACIONES " / "
           WS-LIC-ENFERMEDAD " / " WS-LIC-PERMISO.

       RESUMIR-SEMANA-FIN.
       EXIT.
