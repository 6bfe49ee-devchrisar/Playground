      *          MAINTAINTEAMFILE USA PARA TEAMMASTER.DAT. LAS          *
      *          CAPTURAS DE PROG0020 Y LA CARGA DE PROG0026 VALIDAN    *
      *          EL CODIGO CONTRA ESTE MAESTRO.                         *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL MAESTRO DE PLAZAS     *
      *                 AUTORIZADAS (PLAZAS.DAT) CON LA PLANTILLA      *
      *                 PRESUPUESTADA POR DEPARTAMENTO Y PUESTO: LA    *
      *                 OPCION 5 LA FIJA O LA QUITA Y LA OPCION 6 LA   *
      *                 LISTA POR DEPARTAMENTO; LA SALIDA PASA A SER   *
      *                 LA OPCION 7. PROG0073 LA COMPARA CON LOS       *
      *                 EMPLEADOS ACTIVOS.                             *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS DEPTOS-ESTADO.

       SELECT OPTIONAL PLAZAS-ARCHIVO
       ASSIGN TO "PLAZAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLZ-CLAVE
       FILE STATUS IS PLAZAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       FD PLAZAS-ARCHIVO.
           COPY PLAZAS.

       WORKING-STORAGE SECTION.

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00".

       01  PLAZAS-ESTADO PIC X(2).
           88 PLAZAS-OK VALUE "00".

       01  PLAZAS-NUEVAS PIC 9(5).

       01  TOTAL-AUTORIZADAS PIC 9(6).

       01  WS-INDICADORES.
           05 WS-FIN-LISTA-SW PIC X.
              88 FIN-LISTA VALUE "S".
           88 OPCION-MODIFICAR VALUE 2.
           88 OPCION-BORRAR    VALUE 3.
           88 OPCION-LISTAR    VALUE 4.
           88 OPCION-PLAZAS    VALUE 5.
           88 OPCION-VER-PLAZAS VALUE 6.
           88 OPCION-SALIR     VALUE 7.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           CLOSE DEPTOS-ARCHIVO
           OPEN I-O DEPTOS-ARCHIVO
       END-IF.
       OPEN I-O PLAZAS-ARCHIVO.
       IF NOT PLAZAS-OK
           OPEN OUTPUT PLAZAS-ARCHIVO
           CLOSE PLAZAS-ARCHIVO
           OPEN I-O PLAZAS-ARCHIVO
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE DEPTOS-ARCHIVO.
       CLOSE PLAZAS-ARCHIVO.

       MOSTRAR-MENU.
       DISPLAY "1. AGREGAR UN DEPARTAMENTO".
       DISPLAY "2. MODIFICAR UN DEPARTAMENTO".
       DISPLAY "3. BORRAR UN DEPARTAMENTO".
       DISPLAY "4. LISTAR DEPARTAMENTOS".
       DISPLAY "5. PLAZAS AUTORIZADAS DE UN PUESTO".
       DISPLAY "6. LISTAR PLAZAS DE UN DEPARTAMENTO".
       DISPLAY "7. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-AGREGAR
           PERFORM AGREGAR-DEPARTAMENTO
       IF OPCION-LISTAR
           PERFORM LISTAR-DEPARTAMENTOS
       END-IF.
       IF OPCION-PLAZAS
           PERFORM FIJAR-PLAZAS
       END-IF.
       IF OPCION-VER-PLAZAS
           PERFORM LISTAR-PLAZAS
       END-IF.

       AGREGAR-DEPARTAMENTO.
       MOVE SPACE TO DEPARTAMENTOS-REGISTRO.
                   " GERENTE: " DEPTO-GERENTE
       END-READ.

      * LA PLANTILLA AUTORIZADA SE FIJA POR DEPARTAMENTO Y PUESTO; EL
      * PUESTO SE TECLEA IGUAL QUE EN EL MAESTRO DE EMPLEADOS. CERO
      * PLAZAS BORRA EL PUESTO DEL MAESTRO DE PLAZAS.
       FIJAR-PLAZAS.
       MOVE SPACE TO PLAZAS-REGISTRO.
       DISPLAY "CODIGO DEL DEPARTAMENTO: ".
       ACCEPT PLZ-DEPARTAMENTO.
       MOVE PLZ-DEPARTAMENTO TO DEPTO-CODIGO.
       READ DEPTOS-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE NINGUN DEPARTAMENTO CON ESE CODIGO."
       END-READ.
       IF DEPTOS-OK
           DISPLAY "PUESTO: "
           ACCEPT PLZ-PUESTO
           READ PLAZAS-ARCHIVO
               INVALID KEY
                   MOVE ZERO TO PLZ-AUTORIZADAS
           END-READ
           DISPLAY "PLAZAS AUTORIZADAS HOY: " PLZ-AUTORIZADAS
           DISPLAY "PLAZAS AUTORIZADAS NUEVAS (0 = QUITAR EL PUESTO): "
           ACCEPT PLAZAS-NUEVAS
           PERFORM GRABAR-PLAZAS
       END-IF.

       GRABAR-PLAZAS.
       EVALUATE TRUE
           WHEN PLAZAS-OK AND PLAZAS-NUEVAS = ZERO
               DELETE PLAZAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO SE PUDO QUITAR EL PUESTO."
               END-DELETE
           WHEN PLAZAS-OK
               MOVE PLAZAS-NUEVAS TO PLZ-AUTORIZADAS
               ACCEPT PLZ-FECHA-CAMBIO FROM DATE YYYYMMDD
               REWRITE PLAZAS-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MODIFICAR LAS PLAZAS."
               END-REWRITE
           WHEN PLAZAS-NUEVAS = ZERO
               DISPLAY "EL PUESTO NO TENIA PLAZAS AUTORIZADAS."
           WHEN OTHER
               MOVE PLAZAS-NUEVAS TO PLZ-AUTORIZADAS
               ACCEPT PLZ-FECHA-CAMBIO FROM DATE YYYYMMDD
               WRITE PLAZAS-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LAS PLAZAS."
               END-WRITE
       END-EVALUATE.

       LISTAR-PLAZAS.
       MOVE SPACE TO PLAZAS-REGISTRO.
       DISPLAY "CODIGO DEL DEPARTAMENTO: ".
       ACCEPT PLZ-DEPARTAMENTO.
       MOVE PLZ-DEPARTAMENTO TO DEPTO-CODIGO.
       MOVE ZERO TO TOTAL-AUTORIZADAS.
       MOVE "N" TO WS-FIN-LISTA-SW.
       START PLAZAS-ARCHIVO KEY IS NOT LESS THAN PLZ-CLAVE
           INVALID KEY
               SET FIN-LISTA TO TRUE
       END-START.
       PERFORM LISTAR-PLAZA-SIGUIENTE
       UNTIL FIN-LISTA.
       DISPLAY "TOTAL AUTORIZADAS " DEPTO-CODIGO ": "
           TOTAL-AUTORIZADAS.

       LISTAR-PLAZA-SIGUIENTE.
       READ PLAZAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LISTA TO TRUE
       END-READ.
       IF NOT FIN-LISTA
           IF PLZ-DEPARTAMENTO NOT = DEPTO-CODIGO
               SET FIN-LISTA TO TRUE
           ELSE
               DISPLAY PLZ-PUESTO " AUTORIZADAS: " PLZ-AUTORIZADAS
                   " DESDE " PLZ-FECHA-CAMBIO
               ADD PLZ-AUTORIZADAS TO TOTAL-AUTORIZADAS
           END-IF
       END-IF.

       END PROGRAM PROG0037.
