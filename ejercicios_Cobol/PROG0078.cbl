       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0078.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:CERTIFICACIONES VENCIDAS Y POR VENCER (CERTVENC.PRT).  *
      *          LEE EL MAESTRO DE CERTIFICACIONES (CERTIFICA.DAT, VER  *
      *          PROG0077) Y LISTA LAS DE EMPLEADOS ACTIVOS QUE YA      *
      *          VENCIERON O VENCEN EN LOS PROXIMOS 60 DIAS, AGRUPADAS  *
      *          POR EL GERENTE DEL DEPARTAMENTO DEL EMPLEADO SEGUN     *
      *          DEPTOS.DAT, PARA QUE CADA GERENTE MANDE A RENOVAR A SU *
      *          GENTE ANTES DE QUE LA BRIGADA SE QUEDE SIN TARJETAS    *
      *          VIGENTES. CORRE EN EL CIERRE DE MES DE LA CADENA       *
      *          NOCTURNA (PROG0032) CON LA FECHA DE LA NOCHE; A MANO   *
      *          TOMA LA FECHA DEL DIA. SI HAY CERTIFICACIONES VENCIDAS *
      *          DEJA UNA ALERTA EN EL TABLERO DE OPERACION (PROG0063). *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CERTIFICA-ARCHIVO
       ASSIGN TO "CERTIFICA.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CER-CLAVE
       FILE STATUS IS CERTIFICA-ESTADO.

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
       ASSIGN TO "CERTVENC.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "CERTVENC.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CERTIFICA-ARCHIVO.
           COPY CERTIFICA.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-GERENTE   PIC X(25).
               05 ORD-DEPTO     PIC X(4).
               05 ORD-VENCE     PIC 9(8).
               05 ORD-EMPLEADO  PIC X(6).
               05 ORD-CODIGO    PIC X(4).
               05 ORD-APELLIDOS PIC X(35).
               05 ORD-NOMBRE    PIC X(25).
               05 ORD-EMISOR    PIC X(30).
               05 ORD-DIAS      PIC S9(7).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       COPY LOTENOCT.

       COPY ALEGRABA.

       COPY CERTTABLA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  CERTIFICA-ESTADO PIC X(2).
           88 CERTIFICA-OK VALUE "00" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

      * DIAS DE ANTICIPACION DEL AVISO: UNA CERTIFICACION QUE VENCE
      * DENTRO DE ESTE PLAZO YA SALE EN EL REPORTE.
       77  DIAS-AVISO  PIC 9(3) VALUE 60.
       77  CTT-IDX     PIC 9(2) COMP.
       77  CTT-HALLADO PIC 9(2) COMP.

       01  FECHA-HOY      PIC 9(8).
       01  DIAS-HOY       PIC 9(7).
       01  DIAS-LIMITE    PIC 9(7).
       01  GERENTE-ACTUAL PIC X(25).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMER-GERENTE-SW PIC X VALUE "S".
              88 PRIMER-GERENTE VALUE "S".
           05 WS-DEPTOS-ABIERTO-SW PIC X VALUE "N".
              88 DEPTOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDAS       PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-VENCIDAS     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-POR-VENCER   PIC 9(5) VALUE ZERO.
           05 WS-GERENTE-VENCIDAS   PIC 9(5) VALUE ZERO.
           05 WS-GERENTE-POR-VENCER PIC 9(5) VALUE ZERO.

       01  CAMPO-TOTAL PIC ZZ,ZZ9.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE
              "DEVCHRISAR, S.A. - VENCIMIENTO DE CERTIFICACIONES".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  ENCABEZADO-2.
           05 FILLER PIC X(30) VALUE
              "INCLUYE LAS QUE VENCEN HASTA ".
           05 ENC2-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  LINEA-GERENTE.
           05 FILLER      PIC X(9) VALUE "GERENTE: ".
           05 GER-NOMBRE  PIC X(25).

       01  ENCABEZADO-3.
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(32) VALUE "EMPLEADO".
           05 FILLER PIC X(27) VALUE "CERTIFICACION".
           05 FILLER PIC X(12) VALUE "VENCE".
           05 FILLER PIC X(8)  VALUE "   DIAS".
           05 FILLER PIC X(12) VALUE "SITUACION".
           05 FILLER PIC X(16) VALUE "EMITIDA POR".

       01  LINEA-DETALLE.
           05 DET-DEPTO     PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EMPLEADO  PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-CERTIFICA PIC X(25).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-VENCE     PIC 9999/99/99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-DIAS      PIC -(5)9.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-SITUACION PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EMISOR    PIC X(16).

       01  LINEA-SUBTOTAL.
           05 FILLER        PIC X(14) VALUE SPACE.
           05 FILLER        PIC X(11) VALUE "VENCIDAS: ".
           05 SUB-VENCIDAS  PIC ZZ,ZZ9.
           05 FILLER        PIC X(16) VALUE "   POR VENCER: ".
           05 SUB-POR-VENCER PIC ZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
      * EN LA CADENA NOCTURNA LA FECHA ES LA DE LA NOCHE (UNA
      * REANUDACION A LA MANANA SIGUIENTE NO CAMBIA EL CORTE).
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-HOY
       ELSE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       COMPUTE DIAS-LIMITE = DIAS-HOY + DIAS-AVISO.
       OPEN INPUT CERTIFICA-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN INPUT DEPTOS-ARCHIVO
           IF DEPTOS-OK
               SET DEPTOS-ABIERTO TO TRUE
           END-IF
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-GERENTE
               ON ASCENDING KEY ORD-DEPTO
               ON ASCENDING KEY ORD-VENCE
               ON ASCENDING KEY ORD-EMPLEADO
               ON ASCENDING KEY ORD-CODIGO
               INPUT PROCEDURE IS LEER-CERTIFICACIONES
               OUTPUT PROCEDURE IS IMPRIMIR-VENCIMIENTOS
           IF DEPTOS-ABIERTO
               CLOSE DEPTOS-ARCHIVO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
           IF WS-TOTAL-VENCIDAS > ZERO
               PERFORM ALERTAR-VENCIDAS
           END-IF
       END-IF.
       CLOSE CERTIFICA-ARCHIVO.
       MOVE WS-TOTAL-LEIDAS TO RUN-REG-ENTRADA.
       COMPUTE RUN-REG-SALIDA =
           WS-TOTAL-VENCIDAS + WS-TOTAL-POR-VENCER.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       ALERTAR-VENCIDAS.
       MOVE WS-TOTAL-VENCIDAS TO CAMPO-TOTAL.
       MOVE "PROG0078" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "CERTIFICACIONES VENCIDAS:" CAMPO-TOTAL
           "; VER CERTVENC.PRT" DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

       LEER-CERTIFICACIONES SECTION.
       LEER-CERTIFICACIONES-INICIO.
       IF NOT CERTIFICA-OK
           GO TO LEER-CERTIFICACIONES-FIN
       END-IF.
       PERFORM LEER-CERTIFICACION.
       PERFORM REVISAR-CERTIFICACION
       UNTIL FIN-ARCHIVO.
       GO TO LEER-CERTIFICACIONES-FIN.

       LEER-CERTIFICACION.
       READ CERTIFICA-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * LAS CERTIFICACIONES DE EMPLEADOS DADOS DE BAJA O QUE YA NO
      * ESTAN EN EL MAESTRO NO SE RENUEVAN Y NO SE REPORTAN. UN
      * VENCIMIENTO QUE NO ES FECHA DE CALENDARIO SE TRATA COMO
      * VENCIDO PARA QUE ALGUIEN LO CORRIJA.
       REVISAR-CERTIFICACION.
       ADD 1 TO WS-TOTAL-LEIDAS.
       MOVE CER-EMPLEADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "B" TO EMPLEADOS-ESTADO-EMP
       END-READ.
       IF EMPLEADO-ACTIVO
           SET CNV-A-DIAS TO TRUE
           MOVE CER-FECHA-VENCE TO CNV-FECHA
           CALL "PROG0061"
           IF CNV-ERROR
               MOVE ZERO TO CNV-DIAS
           END-IF
           IF CNV-DIAS NOT > DIAS-LIMITE
               PERFORM LIBERAR-CERTIFICACION
           END-IF
       END-IF.
       PERFORM LEER-CERTIFICACION.

       LIBERAR-CERTIFICACION.
       MOVE SPACE TO DEPTO-GERENTE.
       IF DEPTOS-ABIERTO
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   MOVE SPACE TO DEPTO-GERENTE
           END-READ
       END-IF.
       IF DEPTO-GERENTE = SPACE
           MOVE "(SIN GERENTE REGISTRADO)" TO ORD-GERENTE
       ELSE
           MOVE DEPTO-GERENTE TO ORD-GERENTE
       END-IF.
       MOVE EMPLEADOS-DEPARTAMENTO TO ORD-DEPTO.
       MOVE CER-FECHA-VENCE TO ORD-VENCE.
       MOVE CER-EMPLEADO TO ORD-EMPLEADO.
       MOVE CER-CODIGO TO ORD-CODIGO.
       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS.
       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE.
       MOVE CER-EMISOR TO ORD-EMISOR.
       IF CNV-DIAS = ZERO
           MOVE -1 TO ORD-DIAS
       ELSE
           COMPUTE ORD-DIAS = CNV-DIAS - DIAS-HOY
       END-IF.
       RELEASE ORDENADO-REGISTRO.

       LEER-CERTIFICACIONES-FIN.
       EXIT.

       IMPRIMIR-VENCIMIENTOS SECTION.
       IMPRIMIR-VENCIMIENTOS-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-HOY TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       SET CNV-A-FECHA TO TRUE.
       MOVE DIAS-LIMITE TO CNV-DIAS.
       CALL "PROG0061".
       MOVE CNV-FECHA TO ENC2-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       IF NOT CERTIFICA-OK
           WRITE LINEA-IMPRESION FROM LINEA-BLANCO
           MOVE "SIN MAESTRO DE CERTIFICACIONES" TO TOT-TITULO
           MOVE ZERO TO TOT-VALOR
           WRITE LINEA-IMPRESION FROM LINEA-TOTAL
       END-IF.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-CERTIFICACION
       UNTIL FIN-ORDENADO.
       IF NOT PRIMER-GERENTE
           PERFORM CERRAR-GERENTE
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       MOVE "CERTVENC" TO REP-REPORTE.
       MOVE "CERTVENC.PRT" TO REP-ARCHIVO.
       MOVE "PROG0078" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-VENCIMIENTOS-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-CERTIFICACION.
       IF PRIMER-GERENTE OR ORD-GERENTE NOT = GERENTE-ACTUAL
           IF NOT PRIMER-GERENTE
               PERFORM CERRAR-GERENTE
           END-IF
           MOVE "N" TO WS-PRIMER-GERENTE-SW
           MOVE ORD-GERENTE TO GERENTE-ACTUAL
           MOVE ZERO TO WS-GERENTE-VENCIDAS
           MOVE ZERO TO WS-GERENTE-POR-VENCER
           MOVE ORD-GERENTE TO GER-NOMBRE
           WRITE LINEA-IMPRESION FROM LINEA-BLANCO
           WRITE LINEA-IMPRESION FROM LINEA-GERENTE
           WRITE LINEA-IMPRESION FROM ENCABEZADO-3
       END-IF.
       MOVE ORD-DEPTO TO DET-DEPTO.
       MOVE ORD-EMPLEADO TO DET-EMPLEADO.
       MOVE SPACE TO DET-NOMBRE.
       STRING ORD-APELLIDOS DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           ORD-NOMBRE DELIMITED BY "  "
           INTO DET-NOMBRE.
       MOVE ORD-CODIGO TO CER-CODIGO.
       PERFORM BUSCAR-CODIGO.
       IF CTT-HALLADO > ZERO
           MOVE CTT-DESCRIPCION(CTT-HALLADO) TO DET-CERTIFICA
       ELSE
           MOVE ORD-CODIGO TO DET-CERTIFICA
       END-IF.
       MOVE ORD-VENCE TO DET-VENCE.
       MOVE ORD-DIAS TO DET-DIAS.
       IF ORD-DIAS < ZERO
           MOVE "VENCIDA" TO DET-SITUACION
           ADD 1 TO WS-GERENTE-VENCIDAS
           ADD 1 TO WS-TOTAL-VENCIDAS
       ELSE
           MOVE "POR VENCER" TO DET-SITUACION
           ADD 1 TO WS-GERENTE-POR-VENCER
           ADD 1 TO WS-TOTAL-POR-VENCER
       END-IF.
       MOVE ORD-EMISOR TO DET-EMISOR.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-ORDENADO.

       BUSCAR-CODIGO.
       MOVE ZERO TO CTT-HALLADO.
       PERFORM COMPARAR-CODIGO
       VARYING CTT-IDX FROM 1 BY 1
       UNTIL CTT-IDX > TOTAL-CERTIFICACIONES OR CTT-HALLADO > 0.

       COMPARAR-CODIGO.
       IF CTT-CODIGO(CTT-IDX) = CER-CODIGO
           MOVE CTT-IDX TO CTT-HALLADO
       END-IF.

       CERRAR-GERENTE.
       MOVE WS-GERENTE-VENCIDAS TO SUB-VENCIDAS.
       MOVE WS-GERENTE-POR-VENCER TO SUB-POR-VENCER.
       WRITE LINEA-IMPRESION FROM LINEA-SUBTOTAL.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "CERTIFICACIONES REVISADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-LEIDAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "VENCIDAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-VENCIDAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "POR VENCER:" TO TOT-TITULO.
       MOVE WS-TOTAL-POR-VENCER TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "CERTIFICACIONES REVISADAS: " WS-TOTAL-LEIDAS.
       DISPLAY "VENCIDAS:                  " WS-TOTAL-VENCIDAS.
       DISPLAY "POR VENCER:                " WS-TOTAL-POR-VENCER.

       IMPRIMIR-VENCIMIENTOS-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0078" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0078.
