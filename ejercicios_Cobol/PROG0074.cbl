       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0074.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:CONTROL DE PLANTILLA CONTRA LAS PLAZAS AUTORIZADAS     *
      *          (PLAZAS.DAT, VER PROG0037). ARMA EN EL AREA EXTERNA    *
      *          PLAZACTL LA TABLA DE PLAZAS AUTORIZADAS Y OCUPADAS     *
      *          (EMPLEADOS ACTIVOS) POR DEPARTAMENTO Y PUESTO, Y CON   *
      *          ELLA LE DICE A LA CAPTURA DE ALTAS (PROG0020) Y A LA   *
      *          CARGA DE RRHH (PROG0026) SI UN ALTA DEJARIA AL         *
      *          DEPARTAMENTO, O AL PUESTO, POR ENCIMA DE LO            *
      *          AUTORIZADO. LA MISMA TABLA ALIMENTA EL REPORTE DE      *
      *          VACANTES (PROG0073). SOLO AVISA: EL ALTA LA DECIDE     *
      *          QUIEN LA CAPTURA.                                      *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "PLAZAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS PLAZAS-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       SHARING WITH ALL OTHER
       FILE STATUS IS EMPLEADOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD PLAZAS-ARCHIVO.
           COPY PLAZAS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       COPY PLAZACTL.

       01  PLAZAS-ESTADO PIC X(2).
           88 PLAZAS-OK VALUE "00" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       77  PLC-MAXIMO  PIC 9(4) COMP VALUE 1000.
       77  PLC-IDX     PIC 9(4) COMP.
       77  PLC-HALLADO PIC 9(4) COMP.

       01  BUSCA-DEPTO  PIC X(4).
       01  BUSCA-PUESTO PIC X(20).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X.
              88 FIN-ARCHIVO VALUE "S".
           05 WS-TABLA-LLENA-SW PIC X.
              88 TABLA-LLENA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       EVALUATE TRUE
           WHEN PLC-CARGAR
               PERFORM CARGAR-TABLA
           WHEN PLC-VERIFICAR
               IF NOT PLC-CARGADO
                   PERFORM CARGAR-TABLA
               END-IF
               IF PLC-CARGADO
                   PERFORM VERIFICAR-ALTA
               END-IF
           WHEN PLC-SUMAR
               IF PLC-CARGADO
                   MOVE PLC-DEPARTAMENTO TO BUSCA-DEPTO
                   MOVE PLC-PUESTO TO BUSCA-PUESTO
                   PERFORM UBICAR-ENTRADA
                   IF PLC-HALLADO > ZERO
                       ADD 1 TO PLC-TAB-OCUPADAS(PLC-HALLADO)
                   END-IF
               END-IF
       END-EVALUATE.

       PROGRAM-DONE.
       GOBACK.

      * LAS PLAZAS SE LEEN EN ORDEN DE CLAVE, ASI QUE LA TABLA QUEDA
      * POR DEPARTAMENTO Y PUESTO; LOS PUESTOS OCUPADOS SIN PLAZA SE
      * AGREGAN AL FINAL.
       CARGAR-TABLA.
       SET PLC-FALLIDO TO TRUE.
       MOVE "N" TO PLC-CARGADO-SW.
       MOVE ZERO TO PLC-TOTAL.
       MOVE "N" TO WS-TABLA-LLENA-SW.
       OPEN INPUT PLAZAS-ARCHIVO.
       IF PLAZAS-OK
           MOVE "N" TO WS-FIN-ARCHIVO-SW
           PERFORM LEER-PLAZA
           PERFORM CARGAR-PLAZA
           UNTIL FIN-ARCHIVO
           CLOSE PLAZAS-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-OK
           MOVE "N" TO WS-FIN-ARCHIVO-SW
           PERFORM LEER-EMPLEADO
           PERFORM CONTAR-EMPLEADO
           UNTIL FIN-ARCHIVO
           CLOSE EMPLEADOS-ARCHIVO
           SET PLC-CARGADO TO TRUE
           SET PLC-DENTRO TO TRUE
       END-IF.
       IF TABLA-LLENA
           DISPLAY "TABLA DE PLAZAS LLENA (" PLC-MAXIMO
               "); EL CONTROL DE PLANTILLA ESTA INCOMPLETO."
       END-IF.

       LEER-PLAZA.
       READ PLAZAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       CARGAR-PLAZA.
       MOVE PLZ-DEPARTAMENTO TO BUSCA-DEPTO.
       MOVE PLZ-PUESTO TO BUSCA-PUESTO.
       PERFORM AGREGAR-ENTRADA.
       IF PLC-HALLADO > ZERO
           MOVE PLZ-AUTORIZADAS TO PLC-TAB-AUTORIZADAS(PLC-HALLADO)
       END-IF.
       PERFORM LEER-PLAZA.

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       CONTAR-EMPLEADO.
       IF EMPLEADO-ACTIVO
           MOVE EMPLEADOS-DEPARTAMENTO TO BUSCA-DEPTO
           MOVE EMPLEADOS-PUESTO TO BUSCA-PUESTO
           PERFORM UBICAR-ENTRADA
           IF PLC-HALLADO > ZERO
               ADD 1 TO PLC-TAB-OCUPADAS(PLC-HALLADO)
           END-IF
       END-IF.
       PERFORM LEER-EMPLEADO.

      * BUSCA EL DEPARTAMENTO Y PUESTO EN LA TABLA Y, SI NO ESTAN,
      * LOS AGREGA CON CERO AUTORIZADAS.
       UBICAR-ENTRADA.
       PERFORM BUSCAR-ENTRADA.
       IF PLC-HALLADO = ZERO
           PERFORM AGREGAR-ENTRADA
       END-IF.

       BUSCAR-ENTRADA.
       MOVE ZERO TO PLC-HALLADO.
       PERFORM COMPARAR-ENTRADA
       VARYING PLC-IDX FROM 1 BY 1
       UNTIL PLC-IDX > PLC-TOTAL OR PLC-HALLADO > 0.

       COMPARAR-ENTRADA.
       IF PLC-TAB-DEPTO(PLC-IDX) = BUSCA-DEPTO
           AND PLC-TAB-PUESTO(PLC-IDX) = BUSCA-PUESTO
           MOVE PLC-IDX TO PLC-HALLADO
       END-IF.

       AGREGAR-ENTRADA.
       MOVE ZERO TO PLC-HALLADO.
       IF PLC-TOTAL >= PLC-MAXIMO
           SET TABLA-LLENA TO TRUE
       ELSE
           ADD 1 TO PLC-TOTAL
           MOVE PLC-TOTAL TO PLC-HALLADO
           MOVE BUSCA-DEPTO TO PLC-TAB-DEPTO(PLC-HALLADO)
           MOVE BUSCA-PUESTO TO PLC-TAB-PUESTO(PLC-HALLADO)
           MOVE ZERO TO PLC-TAB-AUTORIZADAS(PLC-HALLADO)
           MOVE ZERO TO PLC-TAB-OCUPADAS(PLC-HALLADO)
       END-IF.

      * LAS OCUPADAS QUE SE DEVUELVEN YA CUENTAN EL ALTA. UN
      * DEPARTAMENTO SIN PLAZAS AUTORIZADAS NO TIENE CONTROL; UNO QUE
      * LAS TIENE PERO NO PARA ESE PUESTO EXCEDE EN EL PUESTO.
       VERIFICAR-ALTA.
       MOVE ZERO TO PLC-AUT-DEPTO.
       MOVE ZERO TO PLC-OCU-DEPTO.
       MOVE ZERO TO PLC-AUT-PUESTO.
       MOVE ZERO TO PLC-OCU-PUESTO.
       PERFORM SUMAR-ENTRADA
       VARYING PLC-IDX FROM 1 BY 1
       UNTIL PLC-IDX > PLC-TOTAL.
       ADD 1 TO PLC-OCU-DEPTO.
       ADD 1 TO PLC-OCU-PUESTO.
       EVALUATE TRUE
           WHEN PLC-AUT-DEPTO = ZERO
               SET PLC-SIN-CONTROL TO TRUE
           WHEN PLC-OCU-DEPTO > PLC-AUT-DEPTO
               SET PLC-EXCEDE-DEPTO TO TRUE
           WHEN PLC-OCU-PUESTO > PLC-AUT-PUESTO
               SET PLC-EXCEDE-PUESTO TO TRUE
           WHEN OTHER
               SET PLC-DENTRO TO TRUE
       END-EVALUATE.

       SUMAR-ENTRADA.
       IF PLC-TAB-DEPTO(PLC-IDX) = PLC-DEPARTAMENTO
           ADD PLC-TAB-AUTORIZADAS(PLC-IDX) TO PLC-AUT-DEPTO
           ADD PLC-TAB-OCUPADAS(PLC-IDX) TO PLC-OCU-DEPTO
           IF PLC-TAB-PUESTO(PLC-IDX) = PLC-PUESTO
               MOVE PLC-TAB-AUTORIZADAS(PLC-IDX) TO PLC-AUT-PUESTO
               MOVE PLC-TAB-OCUPADAS(PLC-IDX) TO PLC-OCU-PUESTO
           END-IF
       END-IF.

       END PROGRAM PROG0074.
