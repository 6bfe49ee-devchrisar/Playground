      *          EMPLEADOS. LOS VISITANTES NO CUENTAN. EN LA CORRIDA   *
      *          NOCTURNA DESATENDIDA EL MES ES EL DE LA FECHA DE LA   *
      *          CORRIDA.                                               *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LOS DIAS LABORABLES CUBIERTOS POR  *
      *                 UNA LICENCIA (LICENCIAS.DAT, VER PROG0065;     *
      *                 LABORABLE SEGUN HORARIOS.DAT O, SIN HORARIO,   *
      *                 DE LUNES A VIERNES) SE MUESTRAN COMO DIAS DE   *
      *                 LICENCIA POR EMPLEADO Y POR DEPARTAMENTO, NO   *
      *                 CUENTAN COMO DIAS INCOMPLETOS, Y AL PIE SE     *
      *                 TOTALIZAN POR TIPO. EL EMPLEADO CON LICENCIA   *
      *                 TODO EL MES APARECE EN EL REPORTE CON CERO     *
      *                 DIAS PRESENTES.                                *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL HORARIOS-ARCHIVO
       ASSIGN TO "HORARIOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "LICENCIAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS LICENCIAS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "ASISTMES.SRT".

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

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

       COPY REPARCH.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  HORARIOS-ESTADO PIC X(2).
           88 HORARIOS-OK VALUE "00".

       01  LICENCIAS-ESTADO PIC X(2).
           88 LICENCIAS-OK VALUE "00" "05".

       01  MES-REPORTE PIC 9(6).

      * LOS DIAS DE CALENDARIO DEL MES PEDIDO CON SU DIA DE LA SEMANA
      * (1 = LUNES ... 7 = DOMINGO), PARA REPARTIR LAS LICENCIAS. EL
      * DIA DE LA SEMANA SALE DEL DIA CORRIDO DE PROG0061, QUE ES EL
      * DIA JULIANO: SU RESIDUO ENTRE 7 ES CERO EN LUNES.
       77  MES-TOTAL   PIC 9(2) COMP VALUE ZERO.
       77  MES-IDX     PIC 9(2) COMP.
       77  DIA-NUMERO  PIC 9(2).
       77  SEMANAS     PIC 9(7).

       01  MES-TABLA.
           05 MES-DIA OCCURS 31 TIMES.
              10 MES-FECHA      PIC 9(8).
              10 MES-DIA-SEMANA PIC 9(1).

       01  FECHA-ARMADA.
           05 FAR-ANOMES PIC 9(6).
           05 FAR-DIA    PIC 9(2).
       01  FECHA-ARMADA-9 REDEFINES FECHA-ARMADA PIC 9(8).

       01  NOMBRE-ARCHIVO-MES PIC X(30).

       01  LINEA-MOVIMIENTO.
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-DIA-INCOMPLETO-SW PIC X VALUE "N".
              88 DIA-INCOMPLETO VALUE "S".
           05 WS-FIN-LICENCIAS-SW PIC X VALUE "N".
              88 FIN-LICENCIAS VALUE "S".
           05 WS-CON-HORARIO-SW PIC X.
              88 PERSONA-CON-HORARIO VALUE "S".
           05 WS-DIA-LABORABLE-SW PIC X.
              88 DIA-LABORABLE VALUE "S".
           05 WS-DIA-LICENCIA-SW PIC X.
              88 DIA-EN-LICENCIA VALUE "S".
           05 WS-DIA-PRESENTE-SW PIC X.
              88 DIA-PRESENTE VALUE "S".

       01  GRUPO-ACTUAL.
           05 GRU-DEPTO  PIC X(4).
           05 DIA-SEGUNDOS        PIC 9(7).
           05 DIA-PRIMERA-ENTRADA PIC 9(6).
           05 HORA-ENTRADA        PIC 9(6).
           05 DIA-TIPO-LICENCIA   PIC X(1).
              88 DIA-VACACIONES   VALUE "V".
              88 DIA-ENFERMEDAD   VALUE "E".

       01  ACUMULADO-PERSONA.
           05 PER-DIAS             PIC 9(3).
           05 PER-LLEGADA-SEGUNDOS PIC 9(9).
           05 PER-DIAS-CON-LLEGADA PIC 9(3).
           05 PER-INCOMPLETOS      PIC 9(3).
           05 PER-LICENCIAS        PIC 9(3).

       01  ACUMULADO-DEPTO.
           05 DEP-PERSONAS PIC 9(5).
           05 DEP-DIAS     PIC 9(5).
           05 DEP-SEGUNDOS PIC 9(9).
           05 DEP-LICENCIAS PIC 9(5).

       01  WS-CONTADORES.
           05 WS-TOTAL-MOVIMIENTOS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-PERSONAS    PIC 9(5) VALUE ZERO.
           05 WS-LIC-VACACIONES    PIC 9(5) VALUE ZERO.
           05 WS-LIC-ENFERMEDAD    PIC 9(5) VALUE ZERO.
           05 WS-LIC-PERMISO       PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(48) VALUE
           05 FILLER PIC X(7)  VALUE "DIAS".
           05 FILLER PIC X(12) VALUE "HORAS".
           05 FILLER PIC X(12) VALUE "LLEGA PROM".
           05 FILLER PIC X(14) VALUE "INCOMPLETOS".
           05 FILLER PIC X(8)  VALUE "LICENCIA".

       01  LINEA-DETALLE.
           05 DET-ID      PIC X(6).
           05 DET-LLEGADA PIC 99B99.
           05 FILLER      PIC X(7) VALUE SPACE.
           05 DET-INCOMPLETOS PIC ZZ9.
           05 FILLER      PIC X(10) VALUE SPACE.
           05 DET-LICENCIAS PIC ZZ9.

       01  LINEA-SUBTOTAL.
           05 FILLER PIC X(26) VALUE "SUBTOTAL DEL DEPARTAMENTO:".
           05 FILLER PIC X(1) VALUE ":".
           05 SUB-MINUTOS PIC 99.
           05 FILLER PIC X(6) VALUE " HORAS".
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUB-LICENCIAS PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE " DIAS LICENCIA".

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM SOLICITAR-MES.
       PERFORM ARMAR-MES.
       MOVE SPACE TO NOMBRE-ARCHIVO-MES.
       STRING "SIGNIN-" MES-REPORTE ".ARC"
           DELIMITED BY SIZE INTO NOMBRE-ARCHIVO-MES.
           ACCEPT MES-REPORTE
       END-IF.

      * LOS DIAS DEL MES SE PRUEBAN DEL 1 AL 31 CONTRA EL CALENDARIO
      * COMUN; LOS QUE NO EXISTEN (31 DE ABRIL, 30 DE FEBRERO) SE
      * DESCARTAN.
       ARMAR-MES.
       MOVE ZERO TO MES-TOTAL.
       PERFORM ARMAR-DIA-MES
       VARYING DIA-NUMERO FROM 1 BY 1
       UNTIL DIA-NUMERO > 31.

       ARMAR-DIA-MES.
       MOVE MES-REPORTE TO FAR-ANOMES.
       MOVE DIA-NUMERO TO FAR-DIA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-ARMADA-9 TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           ADD 1 TO MES-TOTAL
           MOVE FECHA-ARMADA-9 TO MES-FECHA(MES-TOTAL)
           DIVIDE CNV-DIAS BY 7 GIVING SEMANAS
               REMAINDER MES-DIA-SEMANA(MES-TOTAL)
           ADD 1 TO MES-DIA-SEMANA(MES-TOTAL)
       END-IF.

      * EL MES PUEDE ESTAR REPARTIDO ENTRE EL ARCHIVO MENSUAL Y EL
      * LOG VIVO (MES EN CURSO O BARRIDO AUN NO CORRIDO), ASI QUE SE
      * LEEN LOS DOS Y EL FILTRO POR AAAAMM DECIDE QUE ENTRA.
       PERFORM LIBERAR-VIVO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-VIVO.
       PERFORM LEER-LICENCIAS.
       CLOSE EMPLEADOS-ARCHIVO.
       GO TO LEER-MOVIMIENTOS-FIN.

       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "????" TO ORD-DEPTO
               MOVE SPACE TO EMPLEADOS-NOMBRE
           NOT INVALID KEY
               MOVE EMPLEADOS-DEPARTAMENTO TO ORD-DEPTO
       END-READ.

      * CADA DIA DEL MES CUBIERTO POR UNA LICENCIA (MAESTRO DE
      * LICENCIAS, VER PROG0065) Y LABORABLE PARA EL EMPLEADO (SU
      * HORARIO O, SIN HORARIO, DE LUNES A VIERNES) ENTRA AL SORT COMO
      * UN MOVIMIENTO "L" DE ESE DIA. EL NOMBRE SALE DEL MAESTRO, QUE
      * ES EL MISMO QUE EL REGISTRO DE ENTRADA GRABA PARA UN
      * EMPLEADO, PARA QUE CAIGA EN EL MISMO GRUPO QUE SUS MARCAS.
       LEER-LICENCIAS.
       OPEN INPUT LICENCIAS-ARCHIVO.
       IF LICENCIAS-OK
           IF MES-TOTAL > ZERO
               OPEN INPUT HORARIOS-ARCHIVO
               PERFORM LEER-LICENCIA
               PERFORM LIBERAR-LICENCIA
               UNTIL FIN-LICENCIAS
               CLOSE HORARIOS-ARCHIVO
           END-IF
           CLOSE LICENCIAS-ARCHIVO
       END-IF.

       LEER-LICENCIA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LICENCIAS TO TRUE
       END-READ.

       LIBERAR-LICENCIA.
       IF LIC-FECHA-INICIO NOT > MES-FECHA(MES-TOTAL)
           AND LIC-FECHA-FIN NOT < MES-FECHA(1)
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
           VARYING MES-IDX FROM 1 BY 1
           UNTIL MES-IDX > MES-TOTAL
       END-IF.
       PERFORM LEER-LICENCIA.

       LIBERAR-DIA-LICENCIA.
       IF MES-FECHA(MES-IDX) NOT < LIC-FECHA-INICIO
           AND MES-FECHA(MES-IDX) NOT > LIC-FECHA-FIN
           MOVE "N" TO WS-DIA-LABORABLE-SW
           IF PERSONA-CON-HORARIO
               IF HOR-ENTRADA(MES-DIA-SEMANA(MES-IDX)) > ZERO
                   MOVE "S" TO WS-DIA-LABORABLE-SW
               END-IF
           ELSE
               IF MES-DIA-SEMANA(MES-IDX) < 6
                   MOVE "S" TO WS-DIA-LABORABLE-SW
               END-IF
           END-IF
           IF DIA-LABORABLE
               MOVE LIC-EMPLEADO TO ORD-ID
               MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
               MOVE MES-FECHA(MES-IDX) TO ORD-FECHA
               MOVE ZERO TO ORD-HORA
               SET ORD-LICENCIA-DIA TO TRUE
               MOVE LIC-TIPO TO ORD-LICENCIA
               RELEASE ORDENADO-REGISTRO
           END-IF
       END-IF.

       LEER-MOVIMIENTOS-FIN.
       EXIT.

       MOVE ZERO TO DEP-PERSONAS.
       MOVE ZERO TO DEP-DIAS.
       MOVE ZERO TO DEP-SEGUNDOS.
       MOVE ZERO TO DEP-LICENCIAS.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE GRU-DEPTO TO ENC-DEPTO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DEPTO.
       MOVE ZERO TO PER-LLEGADA-SEGUNDOS.
       MOVE ZERO TO PER-DIAS-CON-LLEGADA.
       MOVE ZERO TO PER-INCOMPLETOS.
       MOVE ZERO TO PER-LICENCIAS.

       ABRIR-DIA.
       MOVE ORD-FECHA TO GRU-FECHA.
       MOVE 999999 TO DIA-PRIMERA-ENTRADA.
       MOVE "N" TO WS-ENTRADA-PENDIENTE-SW.
       MOVE "N" TO WS-DIA-INCOMPLETO-SW.
       MOVE "N" TO WS-DIA-LICENCIA-SW.
       MOVE "N" TO WS-DIA-PRESENTE-SW.

      * EL MOVIMIENTO "L" SOLO MARCA EL DIA COMO LICENCIA; NO ES UNA
      * ENTRADA NI UNA SALIDA.
       ACUMULAR-MOVIMIENTO.
       IF ORD-LICENCIA-DIA
           SET DIA-EN-LICENCIA TO TRUE
           MOVE ORD-LICENCIA TO DIA-TIPO-LICENCIA
       ELSE
           SET DIA-PRESENTE TO TRUE
           PERFORM ACUMULAR-MARCA
       END-IF.

       ACUMULAR-MARCA.
       IF ORD-ENTRADA
           IF ENTRADA-PENDIENTE
               SET DIA-INCOMPLETO TO TRUE
       ADD CT-DIFERENCIA TO DIA-SEGUNDOS.
       ADD 1 TO DIA-PARES.

      * UN DIA DE LICENCIA SE CUENTA COMO LICENCIA Y NO COMO DIA
      * INCOMPLETO; SI EL EMPLEADO MARCO ESE DIA (PERMISO DE MEDIO
      * DIA) SUS HORAS SE SUMAN COMO SIEMPRE.
       CERRAR-DIA.
       IF ENTRADA-PENDIENTE
           SET DIA-INCOMPLETO TO TRUE
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
       END-IF.
       IF DIA-EN-LICENCIA
           MOVE "N" TO WS-DIA-INCOMPLETO-SW
           ADD 1 TO PER-LICENCIAS
           EVALUATE TRUE
               WHEN DIA-VACACIONES
                   ADD 1 TO WS-LIC-VACACIONES
               WHEN DIA-ENFERMEDAD
                   ADD 1 TO WS-LIC-ENFERMEDAD
               WHEN OTHER
                   ADD 1 TO WS-LIC-PERMISO
           END-EVALUATE
       END-IF.
       IF DIA-PRESENTE
           ADD 1 TO PER-DIAS
       END-IF.
       ADD DIA-SEGUNDOS TO PER-SEGUNDOS.
       IF DIA-PRIMERA-ENTRADA NOT = 999999
           MOVE DIA-PRIMERA-ENTRADA TO CT-HORA
           MOVE ZERO TO DET-LLEGADA
       END-IF.
       MOVE PER-INCOMPLETOS TO DET-INCOMPLETOS.
       MOVE PER-LICENCIAS TO DET-LICENCIAS.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       ADD PER-LICENCIAS TO DEP-LICENCIAS.
       ADD 1 TO DEP-PERSONAS.
       ADD PER-DIAS TO DEP-DIAS.
       ADD PER-SEGUNDOS TO DEP-SEGUNDOS.
       DIVIDE CT-RESTO BY 60 GIVING CT-MINUTOS.
       MOVE CT-HORAS TO SUB-HORAS.
       MOVE CT-MINUTOS TO SUB-MINUTOS.
       MOVE DEP-LICENCIAS TO SUB-LICENCIAS.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-SUBTOTAL.

       MOVE "EMPLEADOS EN EL REPORTE:" TO TOT-TITULO.
       MOVE WS-TOTAL-PERSONAS TO TOT-VALOR.
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
       DISPLAY "MOVIMIENTOS DEL MES:     " WS-TOTAL-MOVIMIENTOS.
       DISPLAY "EMPLEADOS EN EL REPORTE: " WS-TOTAL-PERSONAS.
       DISPLAY "DIAS DE LICENCIA (V/E/P): " WS-LIC-VACACIONES " / "
           WS-LIC-ENFERMEDAD " / " WS-LIC-PERMISO.

       IMPRIMIR-ASISTENCIA-FIN.
       EXIT.
