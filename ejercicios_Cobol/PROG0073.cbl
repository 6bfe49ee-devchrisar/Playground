       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0073.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:REPORTE DE VACANTES (VACANTES.PRT). COMPARA LAS PLAZAS *
      *          AUTORIZADAS DE CADA DEPARTAMENTO Y PUESTO (PLAZAS.DAT, *
      *          VER PROG0037) CON LOS EMPLEADOS ACTIVOS DEL MAESTRO,   *
      *          TOMANDO LA TABLA QUE ARMA EL CONTROL DE PLANTILLA      *
      *          (PROG0074). POR CADA PUESTO IMPRIME LAS AUTORIZADAS,   *
      *          LAS OCUPADAS, LAS VACANTES Y LAS QUE EXCEDEN EL PLAN,  *
      *          CON SUBTOTAL POR DEPARTAMENTO Y TOTAL DE LA EMPRESA.   *
      *          LOS PUESTOS OCUPADOS SIN PLAZA AUTORIZADA SALEN CON    *
      *          CERO AUTORIZADAS Y TODO EN EXCESO.                     *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS DEPTOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "VACANTES.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "VACANTES.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO       PIC X(4).
               05 ORD-PUESTO      PIC X(20).
               05 ORD-AUTORIZADAS PIC 9(5).
               05 ORD-OCUPADAS    PIC 9(5).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY PLAZACTL.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  FECHA-PROCESO PIC 9(8).

       01  DEPTO-ANTERIOR PIC X(4).

       77  PLC-IDX PIC 9(4) COMP.

       01  CUENTAS-PUESTO.
           05 PUE-VACANTES PIC 9(5).
           05 PUE-EXCESO   PIC 9(5).

       01  CUENTAS-DEPTO.
           05 DEP-AUTORIZADAS PIC 9(6).
           05 DEP-OCUPADAS    PIC 9(6).
           05 DEP-VACANTES    PIC 9(6).
           05 DEP-EXCESO      PIC 9(6).

       01  CUENTAS-EMPRESA.
           05 EMP-AUTORIZADAS PIC 9(7) VALUE ZERO.
           05 EMP-OCUPADAS    PIC 9(7) VALUE ZERO.
           05 EMP-VACANTES    PIC 9(7) VALUE ZERO.
           05 EMP-EXCESO      PIC 9(7) VALUE ZERO.

       01  WS-INDICADORES.
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-DEPTOS-ABIERTO-SW PIC X VALUE "N".
              88 DEPTOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-PUESTOS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-DEPTOS  PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(54) VALUE
              "DEVCHRISAR, S.A. - PLAZAS AUTORIZADAS Y VACANTES AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  LINEA-DEPTO.
           05 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
           05 LDP-DEPTO     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LDP-NOMBRE    PIC X(30).

       01  ENCABEZADO-DET.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(22) VALUE "PUESTO".
           05 FILLER PIC X(13) VALUE "AUTORIZADAS".
           05 FILLER PIC X(11) VALUE "OCUPADAS".
           05 FILLER PIC X(11) VALUE "VACANTES".
           05 FILLER PIC X(11) VALUE "SOBRE PLAN".

       01  LINEA-DETALLE.
           05 FILLER          PIC X(4) VALUE SPACE.
           05 DET-PUESTO      PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-AUTORIZADAS PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-OCUPADAS    PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-VACANTES    PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-EXCESO      PIC Z,ZZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       SET PLC-CARGAR TO TRUE.
       CALL "PROG0074".
       IF PLC-CARGADO
           OPEN INPUT DEPTOS-ARCHIVO
           IF DEPTOS-OK
               SET DEPTOS-ABIERTO TO TRUE
           END-IF
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-DEPTO
               ON ASCENDING KEY ORD-PUESTO
               INPUT PROCEDURE IS SELECCIONAR-PUESTOS
               OUTPUT PROCEDURE IS IMPRIMIR-VACANTES
           IF DEPTOS-ABIERTO
               CLOSE DEPTOS-ARCHIVO
           END-IF
       ELSE
           DISPLAY "NO SE PUDO LEER EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS); NO HAY REPORTE DE VACANTES."
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE PLC-TOTAL TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-PUESTOS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       SELECCIONAR-PUESTOS SECTION.
       SELECCIONAR-PUESTOS-INICIO.
       PERFORM LIBERAR-PUESTO
       VARYING PLC-IDX FROM 1 BY 1
       UNTIL PLC-IDX > PLC-TOTAL.
       GO TO SELECCIONAR-PUESTOS-FIN.

       LIBERAR-PUESTO.
       MOVE PLC-TAB-DEPTO(PLC-IDX) TO ORD-DEPTO.
       MOVE PLC-TAB-PUESTO(PLC-IDX) TO ORD-PUESTO.
       MOVE PLC-TAB-AUTORIZADAS(PLC-IDX) TO ORD-AUTORIZADAS.
       MOVE PLC-TAB-OCUPADAS(PLC-IDX) TO ORD-OCUPADAS.
       RELEASE ORDENADO-REGISTRO.

       SELECCIONAR-PUESTOS-FIN.
       EXIT.

       IMPRIMIR-VACANTES SECTION.
       IMPRIMIR-VACANTES-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-PROCESO TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-DEPARTAMENTO
       UNTIL FIN-ORDENADO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "TOTAL DE LA EMPRESA" TO DET-PUESTO.
       MOVE EMP-AUTORIZADAS TO DET-AUTORIZADAS.
       MOVE EMP-OCUPADAS TO DET-OCUPADAS.
       MOVE EMP-VACANTES TO DET-VACANTES.
       MOVE EMP-EXCESO TO DET-EXCESO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "DEPARTAMENTOS LISTADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-DEPTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "PUESTOS LISTADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-PUESTOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       CLOSE REPORTE-ARCHIVO.
       DISPLAY "PLAZAS AUTORIZADAS: " EMP-AUTORIZADAS.
       DISPLAY "PLAZAS OCUPADAS:    " EMP-OCUPADAS.
       DISPLAY "VACANTES:           " EMP-VACANTES.
       DISPLAY "SOBRE EL PLAN:      " EMP-EXCESO.
       MOVE "VACANTES" TO REP-REPORTE.
       MOVE "VACANTES.PRT" TO REP-ARCHIVO.
       MOVE "PROG0073" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-VACANTES-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-DEPARTAMENTO.
       ADD 1 TO WS-TOTAL-DEPTOS.
       MOVE ORD-DEPTO TO DEPTO-ANTERIOR.
       MOVE ZERO TO CUENTAS-DEPTO.
       MOVE ORD-DEPTO TO LDP-DEPTO.
       MOVE SPACE TO LDP-NOMBRE.
       IF DEPTOS-ABIERTO
           MOVE ORD-DEPTO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO REGISTRADO)" TO LDP-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO LDP-NOMBRE
           END-READ
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-DEPTO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.
       PERFORM IMPRIMIR-PUESTO
       UNTIL FIN-ORDENADO OR ORD-DEPTO NOT = DEPTO-ANTERIOR.
       MOVE "TOTAL DEL DEPARTAMENTO" TO DET-PUESTO.
       MOVE DEP-AUTORIZADAS TO DET-AUTORIZADAS.
       MOVE DEP-OCUPADAS TO DET-OCUPADAS.
       MOVE DEP-VACANTES TO DET-VACANTES.
       MOVE DEP-EXCESO TO DET-EXCESO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       ADD DEP-AUTORIZADAS TO EMP-AUTORIZADAS.
       ADD DEP-OCUPADAS TO EMP-OCUPADAS.
       ADD DEP-VACANTES TO EMP-VACANTES.
       ADD DEP-EXCESO TO EMP-EXCESO.

      * LAS VACANTES Y EL EXCESO SE CALCULAN POR PUESTO: UN PUESTO CON
      * GENTE DE MAS NO CUBRE LAS VACANTES DE OTRO DEL MISMO
      * DEPARTAMENTO.
       IMPRIMIR-PUESTO.
       ADD 1 TO WS-TOTAL-PUESTOS.
       MOVE ZERO TO CUENTAS-PUESTO.
       IF ORD-AUTORIZADAS > ORD-OCUPADAS
           SUBTRACT ORD-OCUPADAS FROM ORD-AUTORIZADAS
               GIVING PUE-VACANTES
       ELSE
           SUBTRACT ORD-AUTORIZADAS FROM ORD-OCUPADAS
               GIVING PUE-EXCESO
       END-IF.
       MOVE ORD-PUESTO TO DET-PUESTO.
       MOVE ORD-AUTORIZADAS TO DET-AUTORIZADAS.
       MOVE ORD-OCUPADAS TO DET-OCUPADAS.
       MOVE PUE-VACANTES TO DET-VACANTES.
       MOVE PUE-EXCESO TO DET-EXCESO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       ADD ORD-AUTORIZADAS TO DEP-AUTORIZADAS.
       ADD ORD-OCUPADAS TO DEP-OCUPADAS.
       ADD PUE-VACANTES TO DEP-VACANTES.
       ADD PUE-EXCESO TO DEP-EXCESO.
       PERFORM LEER-ORDENADO.

       IMPRIMIR-VACANTES-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0073" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0073.
