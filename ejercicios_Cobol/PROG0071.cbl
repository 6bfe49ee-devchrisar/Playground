       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0071.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:HISTORIA DE CARRERA DE LOS EMPLEADOS (CARRERA.PRT) A   *
      *          PARTIR DEL HISTORIAL DE PUESTOS (PUESTOHIST.DAT, VER   *
      *          PROG0069): POR CADA EMPLEADO, SUS ASIGNACIONES DE      *
      *          DEPARTAMENTO Y PUESTO EN ORDEN DE FECHA, CON LA FECHA  *
      *          DESDE Y HASTA DE CADA UNA. SE PIDE UN ID DE EMPLEADO;  *
      *          EN BLANCO IMPRIME A TODOS. LOS EMPLEADOS YA DEPURADOS  *
      *          DEL MAESTRO (PROG0046) CONSERVAN SU HISTORIA Y SALEN   *
      *          SIN NOMBRE.                                            *
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

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "CARRERA.PRT"
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

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  PUESTOHIST-ESTADO PIC X(2).
           88 PUESTOHIST-OK VALUE "00" "02" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  FECHA-PROCESO PIC 9(8).

       01  EMPLEADO-PEDIDO PIC X(6).

       01  EMPLEADO-ANTERIOR PIC X(6) VALUE SPACE.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-EMPLEADOS-ABIERTO-SW PIC X VALUE "N".
              88 EMPLEADOS-ABIERTO VALUE "S".
           05 WS-DEPTOS-ABIERTO-SW PIC X VALUE "N".
              88 DEPTOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-EMPLEADOS    PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ASIGNACIONES PIC 9(7) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(52) VALUE
              "DEVCHRISAR, S.A. - HISTORIA DE CARRERA AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  LINEA-EMPLEADO.
           05 FILLER        PIC X(10) VALUE "EMPLEADO: ".
           05 EMP-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 EMP-NOMBRE    PIC X(25).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 EMP-APELLIDOS PIC X(35).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 EMP-ESTADO    PIC X(22).

       01  ENCABEZADO-DET.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(12) VALUE "DESDE".
           05 FILLER PIC X(12) VALUE "HASTA".
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(32) VALUE "NOMBRE DEL DEPARTAMENTO".
           05 FILLER PIC X(22) VALUE "PUESTO".
           05 FILLER PIC X(10) VALUE "REGISTRO".

       01  LINEA-DETALLE.
           05 FILLER        PIC X(4) VALUE SPACE.
           05 DET-DESDE     PIC 9999/99/99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HASTA     PIC 9999/99/99.
           05 DET-HASTA-X REDEFINES DET-HASTA PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DEPTO     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DEPTO-NOM PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PUESTO    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PROGRAMA  PIC X(8).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       DISPLAY "ID DEL EMPLEADO (EN BLANCO = TODOS): ".
       MOVE SPACE TO EMPLEADO-PEDIDO.
       ACCEPT EMPLEADO-PEDIDO.
       OPEN INPUT PUESTOHIST-ARCHIVO.
       IF PUESTOHIST-OK
           PERFORM IMPRIMIR-HISTORIAS
           CLOSE PUESTOHIST-ARCHIVO
       ELSE
           DISPLAY "NO SE PUDO ABRIR PUESTOHIST.DAT. ESTADO: "
               PUESTOHIST-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE WS-TOTAL-ASIGNACIONES TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-EMPLEADOS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       IMPRIMIR-HISTORIAS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-OK
           SET EMPLEADOS-ABIERTO TO TRUE
       END-IF.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-OK
           SET DEPTOS-ABIERTO TO TRUE
       END-IF.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-PROCESO TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       MOVE EMPLEADO-PEDIDO TO PHI-EMPLEADO.
       MOVE ZERO TO PHI-FECHA-DESDE.
       START PUESTOHIST-ARCHIVO
           KEY IS NOT LESS THAN PHI-CLAVE
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-HISTORIAL.
       PERFORM IMPRIMIR-ASIGNACION
       UNTIL FIN-ARCHIVO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "EMPLEADOS IMPRESOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-EMPLEADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ASIGNACIONES IMPRESAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ASIGNACIONES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       CLOSE REPORTE-ARCHIVO.
       IF EMPLEADOS-ABIERTO
           CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       IF DEPTOS-ABIERTO
           CLOSE DEPTOS-ARCHIVO
       END-IF.
       IF WS-TOTAL-EMPLEADOS = ZERO AND EMPLEADO-PEDIDO NOT = SPACE
           DISPLAY "EL EMPLEADO " EMPLEADO-PEDIDO
               " NO TIENE HISTORIAL DE PUESTOS."
       END-IF.
       MOVE "CARRERA" TO REP-REPORTE.
       MOVE "CARRERA.PRT" TO REP-ARCHIVO.
       MOVE "PROG0071" TO REP-PROGRAMA.
       CALL "PROG0050".

      * CON UN ID PEDIDO, LA LECTURA TERMINA AL PASAR A OTRO
      * EMPLEADO.
       LEER-HISTORIAL.
       IF NOT FIN-ARCHIVO
           READ PUESTOHIST-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
       END-IF.
       IF NOT FIN-ARCHIVO
           AND EMPLEADO-PEDIDO NOT = SPACE
           AND PHI-EMPLEADO NOT = EMPLEADO-PEDIDO
           SET FIN-ARCHIVO TO TRUE
       END-IF.

       IMPRIMIR-ASIGNACION.
       IF PHI-EMPLEADO NOT = EMPLEADO-ANTERIOR
           PERFORM IMPRIMIR-EMPLEADO
       END-IF.
       ADD 1 TO WS-TOTAL-ASIGNACIONES.
       MOVE PHI-FECHA-DESDE TO DET-DESDE.
       IF PHI-VIGENTE
           MOVE "VIGENTE" TO DET-HASTA-X
       ELSE
           MOVE PHI-FECHA-HASTA TO DET-HASTA
       END-IF.
       MOVE PHI-DEPARTAMENTO TO DET-DEPTO.
       MOVE SPACE TO DET-DEPTO-NOM.
       IF DEPTOS-ABIERTO
           MOVE PHI-DEPARTAMENTO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO REGISTRADO)" TO DET-DEPTO-NOM
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO DET-DEPTO-NOM
           END-READ
       END-IF.
       MOVE PHI-PUESTO TO DET-PUESTO.
       MOVE PHI-PROGRAMA TO DET-PROGRAMA.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-HISTORIAL.

       IMPRIMIR-EMPLEADO.
       ADD 1 TO WS-TOTAL-EMPLEADOS.
       MOVE PHI-EMPLEADO TO EMPLEADO-ANTERIOR.
       MOVE PHI-EMPLEADO TO EMP-ID.
       MOVE SPACE TO EMP-NOMBRE.
       MOVE SPACE TO EMP-APELLIDOS.
       MOVE "(DEPURADO DEL MAESTRO)" TO EMP-ESTADO.
       IF EMPLEADOS-ABIERTO
           MOVE PHI-EMPLEADO TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO EMP-NOMBRE
                   MOVE EMPLEADOS-APELLIDOS TO EMP-APELLIDOS
                   IF EMPLEADO-BAJA
                       MOVE "BAJA" TO EMP-ESTADO
                   ELSE
                       MOVE "ACTIVO" TO EMP-ESTADO
                   END-IF
           END-READ
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-EMPLEADO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0071" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0071.
