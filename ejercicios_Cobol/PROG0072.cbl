       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0072.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:QUIEN ESTABA EN UN DEPARTAMENTO EN UNA FECHA, PARA     *
      *          LAS CONSULTAS DE RECURSOS HUMANOS Y DEL AREA LEGAL     *
      *          (DEPTOFEC.PRT). SE PIDEN EL CODIGO DE DEPARTAMENTO Y   *
      *          LA FECHA (0 = HOY), Y SE LISTAN, POR APELLIDOS, LOS    *
      *          EMPLEADOS CUYA ASIGNACION EN ESE DEPARTAMENTO CUBRE    *
      *          ESA FECHA SEGUN EL HISTORIAL DE PUESTOS                *
      *          (PUESTOHIST.DAT, VER PROG0069), CON SU PUESTO Y LAS    *
      *          FECHAS DE LA ASIGNACION. LOS EMPLEADOS YA DEPURADOS    *
      *          DEL MAESTRO (PROG0046) SALEN SIN NOMBRE.               *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PUESTOHIST-ARCHIVO
       ASSIGN TO "PUESTOHIST.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PHI-CLAVE
       ALTERNATE RECORD KEY IS PHI-DEPARTAMENTO
       WITH DUPLICATES
       FILE STATUS IS PUESTOHIST-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS DEPTOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "DEPTOFEC.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "DEPTOFEC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PUESTOHIST-ARCHIVO.
           COPY PUESTOHIST.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-APELLIDOS PIC X(35).
               05 ORD-ID        PIC X(6).
               05 ORD-NOMBRE    PIC X(25).
               05 ORD-PUESTO    PIC X(20).
               05 ORD-DESDE     PIC 9(8).
               05 ORD-HASTA     PIC 9(8).

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

       01  PUESTOHIST-ESTADO PIC X(2).
           88 PUESTOHIST-OK VALUE "00" "02" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  DEPTO-PEDIDO PIC X(4).

       01  NOMBRE-DEPTO PIC X(30) VALUE SPACE.

       01  FECHA-CONSULTA PIC 9(8).

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-EMPLEADOS-ABIERTO-SW PIC X VALUE "N".
              88 EMPLEADOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-REVISADAS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-LISTADOS  PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE
              "DEVCHRISAR, S.A. - PERSONAL DEL DEPARTAMENTO ".
           05 ENC1-DEPTO PIC X(4).
           05 FILLER PIC X(7) VALUE " AL DIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC1-FECHA PIC 9999/99/99.

       01  ENCABEZADO-2.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 ENC2-NOMBRE PIC X(30).

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-DET.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(27) VALUE "NOMBRE".
           05 FILLER PIC X(37) VALUE "APELLIDOS".
           05 FILLER PIC X(22) VALUE "PUESTO".
           05 FILLER PIC X(12) VALUE "DESDE".
           05 FILLER PIC X(10) VALUE "HASTA".

       01  LINEA-DETALLE.
           05 DET-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(25).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-APELLIDOS PIC X(35).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PUESTO    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DESDE     PIC 9999/99/99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HASTA     PIC 9999/99/99.
           05 DET-HASTA-X REDEFINES DET-HASTA PIC X(10).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       DISPLAY "CODIGO DE DEPARTAMENTO: ".
       MOVE SPACE TO DEPTO-PEDIDO.
       ACCEPT DEPTO-PEDIDO.
       PERFORM SOLICITAR-FECHA.
       PERFORM BUSCAR-NOMBRE-DEPTO.
       OPEN INPUT PUESTOHIST-ARCHIVO.
       IF PUESTOHIST-OK
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF EMPLEADOS-OK
               SET EMPLEADOS-ABIERTO TO TRUE
           END-IF
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-APELLIDOS
               ON ASCENDING KEY ORD-ID
               INPUT PROCEDURE IS SELECCIONAR-ASIGNACIONES
               OUTPUT PROCEDURE IS IMPRIMIR-LISTADO
           IF EMPLEADOS-ABIERTO
               CLOSE EMPLEADOS-ARCHIVO
           END-IF
           CLOSE PUESTOHIST-ARCHIVO
       ELSE
           DISPLAY "NO SE PUDO ABRIR PUESTOHIST.DAT. ESTADO: "
               PUESTOHIST-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE WS-TOTAL-REVISADAS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-LISTADOS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       SOLICITAR-FECHA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-FECHA
       UNTIL FECHA-VALIDA.

       VALIDAR-FECHA.
       DISPLAY "FECHA DE LA CONSULTA (AAAAMMDD, 0 = HOY): ".
       ACCEPT FECHA-CONSULTA.
       IF FECHA-CONSULTA = ZERO
           ACCEPT FECHA-CONSULTA FROM DATE YYYYMMDD
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-CONSULTA TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           MOVE "S" TO FECHA-VALIDA-SW
       ELSE
           DISPLAY "FECHA NO VALIDA, USAR AAAAMMDD."
       END-IF.

      * UN DEPARTAMENTO YA DADO DE BAJA DEL MAESTRO PUEDE TENER
      * HISTORIA; SOLO SE AVISA.
       BUSCAR-NOMBRE-DEPTO.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-OK
           MOVE DEPTO-PEDIDO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO REGISTRADO EN DEPTOS.DAT)" TO NOMBRE-DEPTO
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO NOMBRE-DEPTO
           END-READ
           CLOSE DEPTOS-ARCHIVO
       END-IF.

       SELECCIONAR-ASIGNACIONES SECTION.
       SELECCIONAR-ASIGNACIONES-INICIO.
       MOVE DEPTO-PEDIDO TO PHI-DEPARTAMENTO.
       START PUESTOHIST-ARCHIVO
           KEY IS EQUAL TO PHI-DEPARTAMENTO
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-HISTORIAL.
       PERFORM REVISAR-ASIGNACION
       UNTIL FIN-ARCHIVO.
       GO TO SELECCIONAR-ASIGNACIONES-FIN.

       LEER-HISTORIAL.
       IF NOT FIN-ARCHIVO
           READ PUESTOHIST-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
       END-IF.
       IF NOT FIN-ARCHIVO
           AND PHI-DEPARTAMENTO NOT = DEPTO-PEDIDO
           SET FIN-ARCHIVO TO TRUE
       END-IF.

      * LA ASIGNACION CUBRE LA FECHA SI EMPEZO ESE DIA O ANTES Y
      * TERMINO ESE DIA O DESPUES (LA VIGENTE TERMINA EN 99999999).
       REVISAR-ASIGNACION.
       ADD 1 TO WS-TOTAL-REVISADAS.
       IF PHI-FECHA-DESDE NOT > FECHA-CONSULTA
           AND PHI-FECHA-HASTA NOT < FECHA-CONSULTA
           MOVE PHI-EMPLEADO TO ORD-ID
           MOVE PHI-PUESTO TO ORD-PUESTO
           MOVE PHI-FECHA-DESDE TO ORD-DESDE
           MOVE PHI-FECHA-HASTA TO ORD-HASTA
           MOVE HIGH-VALUE TO ORD-APELLIDOS
           MOVE "(DEPURADO DEL MAESTRO)" TO ORD-NOMBRE
           IF EMPLEADOS-ABIERTO
               MOVE PHI-EMPLEADO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS
                       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
               END-READ
           END-IF
           RELEASE ORDENADO-REGISTRO
       END-IF.
       PERFORM LEER-HISTORIAL.

       SELECCIONAR-ASIGNACIONES-FIN.
       EXIT.

       IMPRIMIR-LISTADO SECTION.
       IMPRIMIR-LISTADO-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE DEPTO-PEDIDO TO ENC1-DEPTO.
       MOVE FECHA-CONSULTA TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       MOVE NOMBRE-DEPTO TO ENC2-NOMBRE.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-EMPLEADO
       UNTIL FIN-ORDENADO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "EMPLEADOS EN EL DEPARTAMENTO:" TO TOT-TITULO.
       MOVE WS-TOTAL-LISTADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       CLOSE REPORTE-ARCHIVO.
       DISPLAY "EMPLEADOS LISTADOS: " WS-TOTAL-LISTADOS.
       MOVE "DEPTO FECHA" TO REP-REPORTE.
       MOVE "DEPTOFEC.PRT" TO REP-ARCHIVO.
       MOVE "PROG0072" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-LISTADO-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-EMPLEADO.
       ADD 1 TO WS-TOTAL-LISTADOS.
       MOVE ORD-ID TO DET-ID.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       IF ORD-APELLIDOS = HIGH-VALUE
           MOVE SPACE TO DET-APELLIDOS
       ELSE
           MOVE ORD-APELLIDOS TO DET-APELLIDOS
       END-IF.
       MOVE ORD-PUESTO TO DET-PUESTO.
       MOVE ORD-DESDE TO DET-DESDE.
       IF ORD-HASTA = 99999999
           MOVE "VIGENTE" TO DET-HASTA-X
       ELSE
           MOVE ORD-HASTA TO DET-HASTA
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-ORDENADO.

       IMPRIMIR-LISTADO-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0072" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0072.
