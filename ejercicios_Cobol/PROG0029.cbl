      *                 VISITANTES Y EMPLEADOS SIN HORARIO (O EN DIA   *
      *                 DE DESCANSO) QUEDAN COMO SIEMPRE; EL RESUMEN   *
      *                 SEMANAL POR DEPARTAMENTO ES PROG0053.          *
      *   15/10/2026 - DEVCHRISAR - SE CRUZA CONTRA EL MAESTRO DE      *
      *                 LICENCIAS (LICENCIAS.DAT, VER PROG0065): EL    *
      *                 EMPLEADO CON LICENCIA QUE CUBRE LA FECHA NO SE *
      *                 COMPARA CONTRA SU HORARIO Y LLEVA LA MARCA DE  *
      *                 LICENCIA EN VEZ DE RETARDO O SALIDA            *
      *                 ANTICIPADA, Y AL PIE SE LISTA TODO EL PERSONAL *
      *                 EN LICENCIA EN DIA LABORABLE (HAYA MARCADO O   *
      *                 NO) CON TOTALES POR TIPO DE LICENCIA.          *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS HOR-EMPLEADO
       FILE STATUS IS HORARIOS-ESTADO.

       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "LICENCIAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS LICENCIAS-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       FD HORARIOS-ARCHIVO.
           COPY HORARIOS.

       FD LICENCIAS-ARCHIVO.
           COPY LICENCIAS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD TIEMPOS-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       01  HORARIOS-ABIERTO-SW PIC X VALUE "N".
           88 HORARIOS-ABIERTO VALUE "S".

       01  LICENCIAS-ESTADO PIC X(2).
           88 LICENCIAS-OK VALUE "00" "05".

       01  LICENCIAS-ABIERTO-SW PIC X VALUE "N".
           88 LICENCIAS-ABIERTO VALUE "S".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  LICENCIA-BUSCADA PIC X(6).

       01  LICENCIA-HALLADA-SW PIC X.
           88 LICENCIA-HALLADA VALUE "S".

       01  DIA-LABORABLE-SW PIC X.
           88 DIA-LABORABLE VALUE "S".

       77  GRACIA-MINUTOS PIC 9(2) VALUE 15.

      * DIA DE LA SEMANA (1 = LUNES ... 7 = DOMINGO) DE LA FECHA DEL
              88 PRIMERA-PERSONA VALUE "S".
           05 WS-ENTRADA-PENDIENTE-SW PIC X VALUE "N".
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-FIN-LICENCIAS-SW PIC X VALUE "N".
              88 FIN-LICENCIAS VALUE "S".

       01  PERSONA-ACTUAL.
           05 PER-CLASE  PIC X(1).
           05 WS-EXTRA-HORAS     PIC 9(5).
           05 WS-EXTRA-MINUTOS   PIC 9(2).
           05 WS-EXTRA-RESTO     PIC 9(9).
           05 WS-LIC-VACACIONES  PIC 9(5) VALUE ZERO.
           05 WS-LIC-ENFERMEDAD  PIC 9(5) VALUE ZERO.
           05 WS-LIC-PERMISO     PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(48) VALUE
           05 FILLER PIC X(3) VALUE ">> ".
           05 PUN-OBSERVACION PIC X(25).

       01  ENCABEZADO-LICENCIAS.
           05 FILLER PIC X(40) VALUE
              "PERSONAL EN LICENCIA EN DIA LABORABLE".

       01  ENCABEZADO-LICENCIAS-3.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(27) VALUE "NOMBRE".
           05 FILLER PIC X(12) VALUE "LICENCIA".
           05 FILLER PIC X(12) VALUE "DESDE".
           05 FILLER PIC X(12) VALUE "HASTA".
           05 FILLER PIC X(20) VALUE "APROBADA POR".

       01  LINEA-LICENCIA.
           05 LLI-ID      PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LLI-NOMBRE  PIC X(25).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LLI-TIPO    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LLI-DESDE   PIC 9999/99/99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LLI-HASTA   PIC 9999/99/99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LLI-APROBO  PIC X(20).

       01  TIPO-LICENCIA-TEXTO PIC X(10).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(32).
           05 TOT-VALOR  PIC ZZ,ZZ9.
               "VER PROG0052); EL REPORTE SALE SIN MARCAS DE "
               "PUNTUALIDAD."
       END-IF.
       OPEN INPUT LICENCIAS-ARCHIVO.
       IF LICENCIAS-OK
           SET LICENCIAS-ABIERTO TO TRUE
       END-IF.
       MOVE FECHA-REPORTE TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       IF NOT PRIMERA-PERSONA
           PERFORM CERRAR-PERSONA
       END-IF.
       IF LICENCIAS-ABIERTO
           PERFORM IMPRIMIR-LICENCIAS
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE TIEMPOS-ARCHIVO.
       IF HORARIOS-ABIERTO
           CLOSE HORARIOS-ARCHIVO
       END-IF.
       IF LICENCIAS-ABIERTO
           CLOSE LICENCIAS-ARCHIVO
       END-IF.
       MOVE "TIEMPOS" TO REP-REPORTE.
       MOVE "TIEMPOS.PRT" TO REP-ARCHIVO.
       MOVE "PROG0029" TO REP-PROGRAMA.
      * INTERMEDIAS (COMIDA) NO GENEREN RETARDOS NI SALIDAS
      * ANTICIPADAS FICTICIOS. SOLO LOS EMPLEADOS CON HORARIO Y CON
      * DIA LABORAL SE COMPARAN; VISITANTES, EMPLEADOS SIN HORARIO Y
      * DIAS DE DESCANSO QUEDAN COMO SIEMPRE. EL EMPLEADO CON
      * LICENCIA REGISTRADA ESE DIA (UN PERMISO DE MEDIO DIA, POR
      * EJEMPLO) NO SE COMPARA: SE MARCA COMO LICENCIA.
       EVALUAR-HORARIO.
       MOVE "N" TO LICENCIA-HALLADA-SW.
       IF LICENCIAS-ABIERTO AND PER-CLASE = "E"
           MOVE PER-ID TO LICENCIA-BUSCADA
           PERFORM BUSCAR-LICENCIA
       END-IF.
       IF LICENCIA-HALLADA
           PERFORM NOMBRAR-TIPO-LICENCIA
           MOVE SPACE TO PUN-OBSERVACION
           STRING "EN LICENCIA: " TIPO-LICENCIA-TEXTO
               DELIMITED BY SIZE INTO PUN-OBSERVACION
           WRITE LINEA-IMPRESION FROM LINEA-PUNTUALIDAD
       END-IF.
       IF HORARIOS-ABIERTO AND PER-CLASE = "E"
           AND NOT LICENCIA-HALLADA
           AND (DIA-PRIMERA-ENTRADA NOT = 999999
                OR DIA-ULTIMA-SALIDA NOT = ZERO)
           MOVE PER-ID TO HOR-EMPLEADO
           END-READ
       END-IF.

      * LAS LICENCIAS DEL EMPLEADO SE RECORREN EN ORDEN DE INICIO
      * HASTA HALLAR UNA QUE CUBRA LA FECHA DEL REPORTE O PASAR DE
      * ELLA.
       BUSCAR-LICENCIA.
       MOVE "N" TO LICENCIA-HALLADA-SW.
       MOVE "N" TO WS-FIN-LICENCIAS-SW.
       MOVE LICENCIA-BUSCADA TO LIC-EMPLEADO.
       MOVE ZERO TO LIC-FECHA-INICIO.
       START LICENCIAS-ARCHIVO
           KEY IS NOT LESS THAN LIC-CLAVE
           INVALID KEY
               SET FIN-LICENCIAS TO TRUE
       END-START.
       PERFORM REVISAR-LICENCIA
       UNTIL FIN-LICENCIAS OR LICENCIA-HALLADA.

       REVISAR-LICENCIA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LICENCIAS TO TRUE
       END-READ.
       IF NOT FIN-LICENCIAS
           IF LIC-EMPLEADO NOT = LICENCIA-BUSCADA
               OR LIC-FECHA-INICIO > FECHA-REPORTE
               SET FIN-LICENCIAS TO TRUE
           ELSE
               IF LIC-FECHA-FIN NOT < FECHA-REPORTE
                   SET LICENCIA-HALLADA TO TRUE
               END-IF
           END-IF
       END-IF.

       NOMBRAR-TIPO-LICENCIA.
       EVALUATE TRUE
           WHEN LIC-VACACIONES
               MOVE "VACACIONES" TO TIPO-LICENCIA-TEXTO
           WHEN LIC-ENFERMEDAD
               MOVE "ENFERMEDAD" TO TIPO-LICENCIA-TEXTO
           WHEN LIC-PERMISO
               MOVE "PERMISO" TO TIPO-LICENCIA-TEXTO
           WHEN OTHER
               MOVE LIC-TIPO TO TIPO-LICENCIA-TEXTO
       END-EVALUATE.

      * LISTA DE TODO EL PERSONAL CON LICENCIA QUE CUBRE LA FECHA DEL
      * REPORTE, HAYA O NO MARCADO ENTRADA: SON LOS QUE DE OTRO MODO
      * SE TOMARIAN POR FALTAS. SOLO CUENTAN LOS DIAS LABORABLES DEL
      * EMPLEADO (SU HORARIO O, SIN HORARIO, DE LUNES A VIERNES).
       IMPRIMIR-LICENCIAS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-LICENCIAS.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-LICENCIAS-3.
       MOVE "N" TO WS-FIN-LICENCIAS-SW.
       MOVE LOW-VALUE TO LIC-CLAVE.
       START LICENCIAS-ARCHIVO
           KEY IS NOT LESS THAN LIC-CLAVE
           INVALID KEY
               SET FIN-LICENCIAS TO TRUE
       END-START.
       PERFORM LISTAR-LICENCIA
       UNTIL FIN-LICENCIAS.
       CLOSE EMPLEADOS-ARCHIVO.

       LISTAR-LICENCIA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LICENCIAS TO TRUE
       END-READ.
       IF NOT FIN-LICENCIAS
           AND LIC-FECHA-INICIO NOT > FECHA-REPORTE
           AND LIC-FECHA-FIN NOT < FECHA-REPORTE
           PERFORM VALIDAR-DIA-LABORABLE
           IF DIA-LABORABLE
               PERFORM IMPRIMIR-LICENCIA
           END-IF
       END-IF.

       VALIDAR-DIA-LABORABLE.
       MOVE "N" TO DIA-LABORABLE-SW.
       IF DIA-SEMANA < 6
           MOVE "S" TO DIA-LABORABLE-SW
       END-IF.
       IF HORARIOS-ABIERTO
           MOVE LIC-EMPLEADO TO HOR-EMPLEADO
           READ HORARIOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOR-ENTRADA(DIA-SEMANA) > ZERO
                       MOVE "S" TO DIA-LABORABLE-SW
                   ELSE
                       MOVE "N" TO DIA-LABORABLE-SW
                   END-IF
           END-READ
       END-IF.

       IMPRIMIR-LICENCIA.
       MOVE LIC-EMPLEADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
       END-READ.
       PERFORM NOMBRAR-TIPO-LICENCIA.
       MOVE LIC-EMPLEADO TO LLI-ID.
       MOVE EMPLEADOS-NOMBRE TO LLI-NOMBRE.
       MOVE TIPO-LICENCIA-TEXTO TO LLI-TIPO.
       MOVE LIC-FECHA-INICIO TO LLI-DESDE.
       MOVE LIC-FECHA-FIN TO LLI-HASTA.
       MOVE LIC-APROBADO-POR TO LLI-APROBO.
       WRITE LINEA-IMPRESION FROM LINEA-LICENCIA.
       EVALUATE TRUE
           WHEN LIC-VACACIONES
               ADD 1 TO WS-LIC-VACACIONES
           WHEN LIC-ENFERMEDAD
               ADD 1 TO WS-LIC-ENFERMEDAD
           WHEN OTHER
               ADD 1 TO WS-LIC-PERMISO
       END-EVALUATE.

       COMPARAR-CONTRA-HORARIO.
       MOVE HOR-ENTRADA(DIA-SEMANA) TO HEV-HORA.
       COMPUTE HEV-ENT-SEG = HEV-HH * 3600 + HEV-MM * 60.
       MOVE "TIEMPO EXTRA (HORAS):" TO TOT-TITULO.
       MOVE WS-EXTRA-HORAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EN LICENCIA - VACACIONES:" TO TOT-TITULO.
       MOVE WS-LIC-VACACIONES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EN LICENCIA - ENFERMEDAD:" TO TOT-TITULO.
       MOVE WS-LIC-ENFERMEDAD TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "EN LICENCIA - PERMISO:" TO TOT-TITULO.
       MOVE WS-LIC-PERMISO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "PARES IMPRESOS:       " WS-TOTAL-PARES.
       DISPLAY "ENTRADAS SIN SALIDA:  " WS-TOTAL-SIN-SALIDA.
       DISPLAY "RETARDOS:             " WS-TOTAL-RETARDOS.
       DISPLAY "SALIDAS ANTICIPADAS:  " WS-TOTAL-ANTICIPADAS.
       DISPLAY "TIEMPO EXTRA:         " WS-EXTRA-HORAS " HR "
           WS-EXTRA-MINUTOS " MN".
       DISPLAY "EN LICENCIA (V/E/P):  " WS-LIC-VACACIONES " / "
           WS-LIC-ENFERMEDAD " / " WS-LIC-PERMISO.

       IMPRIMIR-TIEMPOS-FIN.
       EXIT.
