       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0080.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:LISTA DE VISITAS ESPERADAS PARA RECEPCION             *
      *          (VISESPER.PRT). LEE LAS VISITAS ANUNCIADAS DEL DIA     *
      *          (VISITAS.DAT, VER PROG0079) Y LAS IMPRIME POR HORA     *
      *          ESPERADA CON LA EMPRESA, EL ANFITRION Y SU             *
      *          DEPARTAMENTO, PARA QUE LA RECEPCION LAS TENGA EN       *
      *          PAPEL DESDE PRIMERA HORA. CORRE EN LA CADENA NOCTURNA  *
      *          (PROG0032) PARA EL DIA SIGUIENTE A LA FECHA DE LA      *
      *          NOCHE; COMO LA CADENA NO CORRE EN DIA NO HABIL, LA     *
      *          LISTA ABARCA HASTA EL SIGUIENTE DIA HABIL SEGUN EL     *
      *          CALENDARIO DE PROCESO (CALENPROC.DAT), P.EJ. EL        *
      *          VIERNES SALE SABADO, DOMINGO Y LUNES. A MANO LISTA LAS *
      *          VISITAS DE HOY.                                        *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL VISITAS-ARCHIVO
       ASSIGN TO "VISITAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIS-CLAVE
       FILE STATUS IS VISITAS-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO "CALENPROC.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CAL-FECHA
       FILE STATUS IS CALENDARIO-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "VISESPER.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "VISESPER.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VISITAS-ARCHIVO.
           COPY VISITAS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-FECHA     PIC 9(8).
               05 ORD-HORA      PIC 9(4).
               05 ORD-NOMBRE    PIC X(20).
               05 ORD-EMPRESA   PIC X(30).
               05 ORD-ANFITRION PIC X(6).
               05 ORD-ESTADO    PIC X(1).
                  88 ORD-LLEGO  VALUE "L".

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       COPY LOTENOCT.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  VISITAS-ESTADO PIC X(2).
           88 VISITAS-OK VALUE "00" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  CALENDARIO-ESTADO PIC X(2).
           88 CALENDARIO-OK VALUE "00" "05".

       01  FECHA-DESDE  PIC 9(8).
       01  FECHA-HASTA  PIC 9(8).
       01  FECHA-ACTUAL PIC 9(8).

      * TOPE DE DIAS QUE LA LISTA SE EXTIENDE BUSCANDO EL SIGUIENTE
      * DIA HABIL, POR SI EL CALENDARIO TRAE UN TRAMO MAL CARGADO.
       77  DIAS-TOPE    PIC 9(2) VALUE 10.
       77  DIAS-LISTA   PIC 9(2) COMP.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-HABIL-SW PIC X VALUE "N".
              88 HASTA-HABIL VALUE "S".
           05 WS-PRIMER-DIA-SW PIC X VALUE "S".
              88 PRIMER-DIA VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-VISITAS PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(39) VALUE
              "DEVCHRISAR, S.A. - VISITAS ESPERADAS ".
           05 FILLER PIC X(4) VALUE "DEL ".
           05 ENC1-DESDE PIC 9999/99/99.
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-HASTA PIC 9999/99/99.

       01  LINEA-DIA.
           05 FILLER      PIC X(5) VALUE "DIA: ".
           05 DIA-FECHA   PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-2.
           05 FILLER PIC X(7)  VALUE "HORA".
           05 FILLER PIC X(22) VALUE "VISITANTE".
           05 FILLER PIC X(32) VALUE "EMPRESA".
           05 FILLER PIC X(41) VALUE "ANFITRION".
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(12) VALUE "LLEGADA".

       01  LINEA-DETALLE.
           05 DET-HORA      PIC 99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EMPRESA   PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ANFITRION PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ANF-NOMBRE PIC X(32).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DEPTO     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-LLEGADA   PIC X(12).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
      * EN LA CADENA NOCTURNA LA LISTA EMPIEZA EL DIA SIGUIENTE A LA
      * FECHA DE LA NOCHE (UNA REANUDACION NO CAMBIA EL DIA) Y LLEGA
      * AL SIGUIENTE DIA HABIL; A MANO ES SOLO LA DE HOY.
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-ACTUAL
           PERFORM AVANZAR-UN-DIA
           MOVE FECHA-ACTUAL TO FECHA-DESDE
           PERFORM BUSCAR-DIA-HABIL
       ELSE
           ACCEPT FECHA-DESDE FROM DATE YYYYMMDD
           MOVE FECHA-DESDE TO FECHA-HASTA
       END-IF.
       OPEN INPUT VISITAS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-FECHA
               ON ASCENDING KEY ORD-HORA
               ON ASCENDING KEY ORD-NOMBRE
               INPUT PROCEDURE IS LEER-VISITAS
               OUTPUT PROCEDURE IS IMPRIMIR-LISTA
           CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       CLOSE VISITAS-ARCHIVO.
       MOVE WS-TOTAL-VISITAS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-VISITAS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       AVANZAR-UN-DIA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-ACTUAL TO CNV-FECHA.
       CALL "PROG0061".
       ADD 1 TO CNV-DIAS.
       SET CNV-A-FECHA TO TRUE.
       CALL "PROG0061".
       MOVE CNV-FECHA TO FECHA-ACTUAL.

      * UNA FECHA SIN REGISTRO EN EL CALENDARIO (O SIN CALENDARIO) ES
      * DIA HABIL, IGUAL QUE PARA EL ARRANCADOR NOCTURNO.
       BUSCAR-DIA-HABIL.
       MOVE 1 TO DIAS-LISTA.
       OPEN INPUT CALENDARIO-ARCHIVO.
       IF CALENDARIO-OK
           PERFORM REVISAR-DIA-HABIL
           UNTIL HASTA-HABIL
           CLOSE CALENDARIO-ARCHIVO
       END-IF.
       MOVE FECHA-ACTUAL TO FECHA-HASTA.

       REVISAR-DIA-HABIL.
       MOVE FECHA-ACTUAL TO CAL-FECHA.
       MOVE "S" TO CAL-HABIL-SW.
       READ CALENDARIO-ARCHIVO
           INVALID KEY
               MOVE "S" TO CAL-HABIL-SW
       END-READ.
       IF DIA-HABIL OR DIAS-LISTA NOT < DIAS-TOPE
           SET HASTA-HABIL TO TRUE
       ELSE
           PERFORM AVANZAR-UN-DIA
           ADD 1 TO DIAS-LISTA
       END-IF.

      * LAS VISITAS DE CADA DIA ESTAN JUNTAS EN EL ARCHIVO PORQUE LA
      * FECHA ENCABEZA LA CLAVE; SE POSICIONA EN LA PRIMERA DEL TRAMO
      * Y SE LEE HASTA QUE LA FECHA LO REBASA.
       LEER-VISITAS SECTION.
       LEER-VISITAS-INICIO.
       IF NOT VISITAS-OK
           GO TO LEER-VISITAS-FIN
       END-IF.
       MOVE FECHA-DESDE TO VIS-FECHA.
       MOVE LOW-VALUE TO VIS-ANFITRION.
       MOVE LOW-VALUE TO VIS-NOMBRE.
       START VISITAS-ARCHIVO
           KEY IS NOT LESS THAN VIS-CLAVE
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       IF NOT FIN-ARCHIVO
           PERFORM LEER-VISITA
       END-IF.
       PERFORM LIBERAR-VISITA
       UNTIL FIN-ARCHIVO.
       GO TO LEER-VISITAS-FIN.

       LEER-VISITA.
       READ VISITAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.
       IF NOT FIN-ARCHIVO AND VIS-FECHA > FECHA-HASTA
           SET FIN-ARCHIVO TO TRUE
       END-IF.

       LIBERAR-VISITA.
       MOVE VIS-FECHA TO ORD-FECHA.
       MOVE VIS-HORA-ESPERADA TO ORD-HORA.
       MOVE VIS-NOMBRE TO ORD-NOMBRE.
       MOVE VIS-EMPRESA TO ORD-EMPRESA.
       MOVE VIS-ANFITRION TO ORD-ANFITRION.
       MOVE VIS-ESTADO TO ORD-ESTADO.
       RELEASE ORDENADO-REGISTRO.
       ADD 1 TO WS-TOTAL-VISITAS.
       PERFORM LEER-VISITA.

       LEER-VISITAS-FIN.
       EXIT.

       IMPRIMIR-LISTA SECTION.
       IMPRIMIR-LISTA-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-DESDE TO ENC1-DESDE.
       MOVE FECHA-HASTA TO ENC1-HASTA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-VISITA
       UNTIL FIN-ORDENADO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "VISITAS ESPERADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-VISITAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "VISITAS ESPERADAS DEL " FECHA-DESDE " AL "
           FECHA-HASTA ": " WS-TOTAL-VISITAS.
       CLOSE REPORTE-ARCHIVO.
       MOVE "VISESPER" TO REP-REPORTE.
       MOVE "VISESPER.PRT" TO REP-ARCHIVO.
       MOVE "PROG0080" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-LISTA-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

      * LA COLUMNA DE LLEGADA QUEDA EN BLANCO PARA QUE LA RECEPCION
      * LA LLENE A MANO; SI EL VISITANTE YA HIZO CHECK-IN (LISTA
      * REIMPRESA A MEDIO DIA) SE INDICA.
       IMPRIMIR-VISITA.
       IF PRIMER-DIA OR ORD-FECHA NOT = FECHA-ACTUAL
           MOVE "N" TO WS-PRIMER-DIA-SW
           MOVE ORD-FECHA TO FECHA-ACTUAL
           MOVE ORD-FECHA TO DIA-FECHA
           WRITE LINEA-IMPRESION FROM LINEA-BLANCO
           WRITE LINEA-IMPRESION FROM LINEA-DIA
           WRITE LINEA-IMPRESION FROM ENCABEZADO-2
       END-IF.
       MOVE ORD-HORA TO DET-HORA.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-EMPRESA TO DET-EMPRESA.
       MOVE ORD-ANFITRION TO DET-ANFITRION.
       MOVE ORD-ANFITRION TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
               MOVE SPACE TO EMPLEADOS-DEPARTAMENTO
       END-READ.
       MOVE SPACE TO DET-ANF-NOMBRE.
       STRING EMPLEADOS-APELLIDOS DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           EMPLEADOS-NOMBRE DELIMITED BY "  "
           INTO DET-ANF-NOMBRE.
       MOVE EMPLEADOS-DEPARTAMENTO TO DET-DEPTO.
       IF ORD-LLEGO
           MOVE "YA LLEGO" TO DET-LLEGADA
       ELSE
           MOVE "__________" TO DET-LLEGADA
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-ORDENADO.

       IMPRIMIR-LISTA-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0080" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0080.
