       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0075.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:CIERRE MENSUAL DE PLANTILLA Y ROTACION POR             *
      *          DEPARTAMENTO (ROTACION.PRT). PARA EL MES PEDIDO (EN LA *
      *          CADENA NOCTURNA, EL DE LA FECHA DE LA CADENA) CUENTA   *
      *          EN EL MAESTRO DE EMPLEADOS LAS ALTAS, LOS REINGRESOS   *
      *          (REINCORPORACIONES DE PROG0020), LAS BAJAS Y LA        *
      *          PLANTILLA AL CIERRE, Y LO GRABA EN ESTADMES.DAT. LA    *
      *          PLANTILLA AL INICIO ES EL CIERRE GUARDADO DEL MES      *
      *          ANTERIOR (SOLO EL PRIMER MES SE CALCULA DEL MAESTRO),  *
      *          ASI QUE LOS EMPLEADOS DEPURADOS POR PROG0046 SIGUEN    *
      *          CONTANDO EN LOS MESES YA CERRADOS. UN REINGRESO SE     *
      *          RECONOCE EN EL HISTORIAL DE PUESTOS (PROG0069): EL     *
      *          EMPLEADO TIENE UNA ESTANCIA ANTERIOR CERRADA ANTES DE  *
      *          SU FECHA DE ALTA ACTUAL. LOS CAMBIOS DE DEPARTAMENTO   *
      *          QUEDAN EN LA COLUMNA DE TRASLADOS, QUE CUADRA EL       *
      *          INICIO CON EL CIERRE. LA ROTACION ES BAJAS ENTRE       *
      *          PLANTILLA PROMEDIO; LA DE 12 MESES SUMA LAS BAJAS Y    *
      *          PROMEDIA LA PLANTILLA DE LOS MESES GUARDADOS EN EL     *
      *          ARCHIVO. AL FINAL VA EL TOTAL DE LA EMPRESA.           *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ESTADMES-ARCHIVO
       ASSIGN TO "ESTADMES.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EST-CLAVE
       FILE STATUS IS ESTADMES-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL PUESTOHIST-ARCHIVO
       ASSIGN TO "PUESTOHIST.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PHI-CLAVE
       ALTERNATE RECORD KEY IS PHI-DEPARTAMENTO
       WITH DUPLICATES
       FILE STATUS IS PUESTOHIST-ESTADO.

       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS DEPTOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "ROTACION.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ROTACION.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADMES-ARCHIVO.
           COPY ESTADMES.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD PUESTOHIST-ARCHIVO.
           COPY PUESTOHIST.

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-DEPTO       PIC X(4).
               05 ORD-APERTURA    PIC 9(5).
               05 ORD-ALTAS       PIC 9(5).
               05 ORD-REINGRESOS  PIC 9(5).
               05 ORD-BAJAS       PIC 9(5).
               05 ORD-CIERRE      PIC 9(5).
               05 ORD-BAJAS-12    PIC 9(6).
               05 ORD-PROMEDIO-12 PIC 9(7)V9.
               05 ORD-MESES-12    PIC 9(2).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY LOTENOCT.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  ESTADMES-ESTADO PIC X(2).
           88 ESTADMES-OK VALUE "00" "02" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  PUESTOHIST-ESTADO PIC X(2).
           88 PUESTOHIST-OK VALUE "00" "02" "05".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  MES-REPORTE PIC 9(6).
       01  MES-REPORTE-R REDEFINES MES-REPORTE.
           05 MR-ANO PIC 9(4).
           05 MR-MES PIC 9(2).

       01  MES-ANTERIOR   PIC 9(6).
       01  MES-DESDE-12   PIC 9(6).
       01  MES-DESDE-12-R REDEFINES MES-DESDE-12.
           05 MD-ANO PIC 9(4).
           05 MD-MES PIC 9(2).
       01  MESES-CORRIDOS PIC 9(6).

       01  FECHA-ARMADA.
           05 FAR-ANO PIC 9(4).
           05 FAR-MES PIC 9(2).
           05 FAR-DIA PIC 9(2).
       01  FECHA-ARMADA-9 REDEFINES FECHA-ARMADA PIC 9(8).

       01  FECHA-INICIO-MES     PIC 9(8).
       01  FECHA-FIN-MES        PIC 9(8).
       01  FECHA-CORTE-ANTERIOR PIC 9(8).
       01  FECHA-PROCESO        PIC 9(8).

      * FECHAS DEL EMPLEADO LEIDO. SIN FECHA DE ALTA SE TOMA COMO
      * EMPLEADO DE SIEMPRE; SIN BAJA, COMO QUE SIGUE EN LA EMPRESA.
       01  ALTA-EMPLEADO     PIC 9(8).
       01  BAJA-EMPLEADO     PIC 9(8).
       01  BAJA-ANTERIOR     PIC 9(8).
       01  PERIODO-ANTERIOR  PIC 9(6).
       01  PROMEDIO-MES      PIC 9(7)V9.
       01  RESPUESTA         PIC X(1).

       77  ROT-MAXIMO  PIC 9(3) COMP VALUE 200.
       77  ROT-TOTAL   PIC 9(3) COMP VALUE ZERO.
       77  ROT-IDX     PIC 9(3) COMP.
       77  ROT-HALLADO PIC 9(3) COMP.

       01  ROTACION-TABLA.
           05 ROT-ENTRADA OCCURS 200 TIMES.
              10 ROT-DEPTO       PIC X(4).
              10 ROT-APERTURA    PIC 9(5).
              10 ROT-ALTAS       PIC 9(5).
              10 ROT-REINGRESOS  PIC 9(5).
              10 ROT-BAJAS       PIC 9(5).
              10 ROT-CIERRE      PIC 9(5).
              10 ROT-BAJAS-12    PIC 9(6).
              10 ROT-PROMEDIO-12 PIC 9(7)V9.
              10 ROT-MESES-12    PIC 9(2).

       01  DEPTO-BUSCADO PIC X(4).

       01  CIFRAS-LINEA.
           05 CIF-TRASLADOS PIC S9(6).
           05 CIF-PROMEDIO  PIC 9(7)V9.
           05 CIF-TASA-MES  PIC 9(5)V9.
           05 CIF-TASA-12   PIC 9(5)V9.

       01  TOTALES-EMPRESA.
           05 EMP-APERTURA    PIC 9(6) VALUE ZERO.
           05 EMP-ALTAS       PIC 9(6) VALUE ZERO.
           05 EMP-REINGRESOS  PIC 9(6) VALUE ZERO.
           05 EMP-BAJAS       PIC 9(6) VALUE ZERO.
           05 EMP-CIERRE      PIC 9(6) VALUE ZERO.
           05 EMP-BAJAS-12    PIC 9(7) VALUE ZERO.
           05 EMP-PROMEDIO-12 PIC 9(8)V9 VALUE ZERO.
           05 EMP-MESES-12    PIC 9(2) VALUE ZERO.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-FIN-HISTORIAL-SW PIC X VALUE "N".
              88 FIN-HISTORIAL VALUE "S".
           05 WS-FECHAS-OK-SW PIC X VALUE "N".
              88 FECHAS-OK VALUE "S".
           05 WS-MES-CERRADO-SW PIC X VALUE "N".
              88 MES-YA-CERRADO VALUE "S".
           05 WS-RECALCULAR-SW PIC X VALUE "S".
              88 RECALCULAR VALUE "S".
           05 WS-HAY-MES-ANTERIOR-SW PIC X VALUE "N".
              88 HAY-MES-ANTERIOR VALUE "S".
           05 WS-HISTORIAL-ABIERTO-SW PIC X VALUE "N".
              88 HISTORIAL-ABIERTO VALUE "S".
           05 WS-DEPTOS-ABIERTO-SW PIC X VALUE "N".
              88 DEPTOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-GRABADOS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ERRORES   PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE
              "DEVCHRISAR, S.A. - PLANTILLA Y ROTACION DEL MES ".
           05 ENC1-ANO PIC 9(4).
           05 FILLER   PIC X(1) VALUE "/".
           05 ENC1-MES PIC 9(2).

       01  ENCABEZADO-2.
           05 FILLER PIC X(56) VALUE
              "ROTACION = BAJAS / PLANTILLA PROMEDIO X 100. 12 MESES: ".
           05 ENC2-DESDE-ANO PIC 9(4).
           05 FILLER         PIC X(1) VALUE "/".
           05 ENC2-DESDE-MES PIC 9(2).
           05 FILLER         PIC X(3) VALUE " A ".
           05 ENC2-HASTA-ANO PIC 9(4).
           05 FILLER         PIC X(1) VALUE "/".
           05 ENC2-HASTA-MES PIC 9(2).

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-DET.
           05 FILLER PIC X(6)  VALUE "DEPTO".
           05 FILLER PIC X(26) VALUE "NOMBRE DEL DEPARTAMENTO".
           05 FILLER PIC X(8)  VALUE "INICIO".
           05 FILLER PIC X(8)  VALUE " ALTAS".
           05 FILLER PIC X(8)  VALUE " REING.".
           05 FILLER PIC X(8)  VALUE " BAJAS".
           05 FILLER PIC X(9)  VALUE " TRASL.".
           05 FILLER PIC X(8)  VALUE "CIERRE".
           05 FILLER PIC X(9)  VALUE "ROT.MES".
           05 FILLER PIC X(9)  VALUE "BAJAS 12".
           05 FILLER PIC X(8)  VALUE "ROT.12M".

       01  LINEA-DETALLE.
           05 DET-DEPTO      PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-NOMBRE     PIC X(24).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-APERTURA   PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-ALTAS      PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-REINGRESOS PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-BAJAS      PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-TRASLADOS  PIC -ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-CIERRE     PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-TASA-MES   PIC ZZZ9.9.
           05 FILLER         PIC X(1) VALUE "%".
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-BAJAS-12   PIC ZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-TASA-12    PIC ZZZ9.9.
           05 FILLER         PIC X(1) VALUE "%".

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       PERFORM SOLICITAR-MES.
       PERFORM CALCULAR-FECHAS.
       IF NOT FECHAS-OK
           DISPLAY "MES NO VALIDO (" MES-REPORTE "), USAR AAAAMM."
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM ABRIR-ESTADISTICAS
       END-IF.
       IF FECHAS-OK AND ESTADMES-OK
           PERFORM REVISAR-CIERRE-PREVIO
           IF RECALCULAR
               PERFORM CALCULAR-MES
           END-IF
           IF RUN-RESULTADO = "OK"
               PERFORM ACUMULAR-DOCE-MESES
               OPEN INPUT DEPTOS-ARCHIVO
               IF DEPTOS-OK
                   SET DEPTOS-ABIERTO TO TRUE
               END-IF
               SORT ORDENADO-ARCHIVO
                   ON ASCENDING KEY ORD-DEPTO
                   INPUT PROCEDURE IS SELECCIONAR-DEPARTAMENTOS
                   OUTPUT PROCEDURE IS IMPRIMIR-ROTACION
               IF DEPTOS-ABIERTO
                   CLOSE DEPTOS-ARCHIVO
               END-IF
           END-IF
           CLOSE ESTADMES-ARCHIVO
       END-IF.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-GRABADOS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-ERRORES TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * EN LA CADENA NOCTURNA EL MES ES EL DE LA FECHA DE LA CADENA
      * (LOTE-FECHA), COMO EN EL RESUMEN DE ASISTENCIA (PROG0042).
       SOLICITAR-MES.
       IF EJECUCION-NOCTURNA
           IF LOTE-FECHA IS NUMERIC AND LOTE-FECHA > ZERO
               MOVE LOTE-FECHA(1:6) TO MES-REPORTE
           ELSE
               MOVE FECHA-PROCESO(1:6) TO MES-REPORTE
           END-IF
       ELSE
           DISPLAY "MES A CERRAR (AAAAMM): "
           ACCEPT MES-REPORTE
       END-IF.

      * PRIMER Y ULTIMO DIA DEL MES, ULTIMO DIA DEL MES ANTERIOR Y
      * PRIMER MES DE LA VENTANA DE 12 MESES.
       CALCULAR-FECHAS.
       MOVE "N" TO WS-FECHAS-OK-SW.
       MOVE MR-ANO TO FAR-ANO.
       MOVE MR-MES TO FAR-MES.
       MOVE 1 TO FAR-DIA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-ARMADA-9 TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           MOVE FECHA-ARMADA-9 TO FECHA-INICIO-MES
           SUBTRACT 1 FROM CNV-DIAS
           SET CNV-A-FECHA TO TRUE
           CALL "PROG0061"
           MOVE CNV-FECHA TO FECHA-CORTE-ANTERIOR
           MOVE FECHA-CORTE-ANTERIOR(1:6) TO MES-ANTERIOR
           IF FAR-MES = 12
               ADD 1 TO FAR-ANO
               MOVE 1 TO FAR-MES
           ELSE
               ADD 1 TO FAR-MES
           END-IF
           SET CNV-A-DIAS TO TRUE
           MOVE FECHA-ARMADA-9 TO CNV-FECHA
           CALL "PROG0061"
       END-IF.
       IF CNV-OK
           SUBTRACT 1 FROM CNV-DIAS
           SET CNV-A-FECHA TO TRUE
           CALL "PROG0061"
           MOVE CNV-FECHA TO FECHA-FIN-MES
           COMPUTE MESES-CORRIDOS = MR-ANO * 12 + MR-MES - 12
           DIVIDE MESES-CORRIDOS BY 12 GIVING MD-ANO
               REMAINDER MD-MES
           ADD 1 TO MD-MES
           SET FECHAS-OK TO TRUE
       END-IF.

       ABRIR-ESTADISTICAS.
       OPEN I-O ESTADMES-ARCHIVO.
       IF NOT ESTADMES-OK
           OPEN OUTPUT ESTADMES-ARCHIVO
           CLOSE ESTADMES-ARCHIVO
           OPEN I-O ESTADMES-ARCHIVO
       END-IF.
       IF NOT ESTADMES-OK
           DISPLAY "NO SE PUDO ABRIR ESTADMES.DAT. ESTADO: "
               ESTADMES-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.

      * UN MES YA CERRADO SE RECALCULA CON EL MAESTRO DE HOY, QUE
      * PUEDE HABER PERDIDO EMPLEADOS POR DEPURACION; POR ESO EN UNA
      * CORRIDA A MANO SE PREGUNTA ANTES. LA CADENA NOCTURNA SIEMPRE
      * RECALCULA SU PROPIO MES (UNA REANUDACION REPITE EL CIERRE).
       REVISAR-CIERRE-PREVIO.
       MOVE MES-REPORTE TO EST-PERIODO.
       MOVE LOW-VALUE TO EST-DEPARTAMENTO.
       START ESTADMES-ARCHIVO
           KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ ESTADMES-ARCHIVO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-PERIODO = MES-REPORTE
                           SET MES-YA-CERRADO TO TRUE
                       END-IF
               END-READ
       END-START.
       IF MES-YA-CERRADO AND NOT EJECUCION-NOCTURNA
           DISPLAY "EL MES " MES-REPORTE " YA ESTA CERRADO EN "
               "ESTADMES.DAT."
           DISPLAY "RECALCULARLO CON EL MAESTRO ACTUAL (S/N): "
           MOVE SPACE TO RESPUESTA
           ACCEPT RESPUESTA
           IF RESPUESTA NOT = "S" AND RESPUESTA NOT = "s"
               MOVE "N" TO WS-RECALCULAR-SW
               DISPLAY "SE IMPRIME CON LAS CIFRAS YA GUARDADAS."
           END-IF
       END-IF.

       CALCULAR-MES.
       PERFORM CARGAR-MES-ANTERIOR.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN INPUT PUESTOHIST-ARCHIVO
           IF PUESTOHIST-OK
               SET HISTORIAL-ABIERTO TO TRUE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO-SW
           PERFORM LEER-EMPLEADO
           PERFORM CONTAR-EMPLEADO
           UNTIL FIN-ARCHIVO
           CLOSE EMPLEADOS-ARCHIVO
           IF HISTORIAL-ABIERTO
               CLOSE PUESTOHIST-ARCHIVO
           END-IF
           PERFORM BORRAR-MES
           PERFORM GRABAR-MES
           VARYING ROT-IDX FROM 1 BY 1
           UNTIL ROT-IDX > ROT-TOTAL
           IF WS-TOTAL-ERRORES > ZERO
               DISPLAY "NO SE PUDIERON GRABAR " WS-TOTAL-ERRORES
                   " DEPARTAMENTOS EN ESTADMES.DAT."
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

      * EL CIERRE GUARDADO DEL MES ANTERIOR ES LA PLANTILLA AL INICIO.
      * SI EL MES ANTERIOR NUNCA SE CERRO, EL INICIO SE CALCULA DEL
      * MAESTRO AL ULTIMO DIA DE ESE MES.
       CARGAR-MES-ANTERIOR.
       MOVE MES-ANTERIOR TO EST-PERIODO.
       MOVE LOW-VALUE TO EST-DEPARTAMENTO.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       START ESTADMES-ARCHIVO
           KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-ESTADISTICA.
       PERFORM CARGAR-APERTURA
       UNTIL FIN-ARCHIVO OR EST-PERIODO NOT = MES-ANTERIOR.

       CARGAR-APERTURA.
       SET HAY-MES-ANTERIOR TO TRUE.
       MOVE EST-DEPARTAMENTO TO DEPTO-BUSCADO.
       PERFORM UBICAR-DEPTO-TABLA.
       IF ROT-HALLADO > ZERO
           MOVE EST-CIERRE TO ROT-APERTURA(ROT-HALLADO)
       END-IF.
       PERFORM LEER-ESTADISTICA.

       LEER-ESTADISTICA.
       IF NOT FIN-ARCHIVO
           READ ESTADMES-ARCHIVO NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ
       END-IF.

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * LA FECHA DE BAJA ES EL ULTIMO DIA TRABAJADO: QUIEN CAUSA BAJA
      * EN EL MES YA NO ESTA EN LA PLANTILLA AL CIERRE. EL EMPLEADO SE
      * CUENTA EN SU DEPARTAMENTO ACTUAL.
       CONTAR-EMPLEADO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-BUSCADO.
       PERFORM UBICAR-DEPTO-TABLA.
       IF ROT-HALLADO > ZERO
           MOVE ROT-HALLADO TO ROT-IDX
           PERFORM CLASIFICAR-EMPLEADO
       END-IF.
       PERFORM LEER-EMPLEADO.

       CLASIFICAR-EMPLEADO.
       IF EMPLEADOS-FECHA-ALTA IS NUMERIC
           MOVE EMPLEADOS-FECHA-ALTA TO ALTA-EMPLEADO
       ELSE
           MOVE ZERO TO ALTA-EMPLEADO
       END-IF.
       IF EMPLEADO-BAJA
           IF EMPLEADOS-FECHA-BAJA IS NUMERIC
               MOVE EMPLEADOS-FECHA-BAJA TO BAJA-EMPLEADO
           ELSE
               MOVE ZERO TO BAJA-EMPLEADO
           END-IF
       ELSE
           MOVE 99999999 TO BAJA-EMPLEADO
       END-IF.
       IF ALTA-EMPLEADO NOT > FECHA-FIN-MES
           AND BAJA-EMPLEADO > FECHA-FIN-MES
           ADD 1 TO ROT-CIERRE(ROT-IDX)
       END-IF.
       IF NOT HAY-MES-ANTERIOR
           AND ALTA-EMPLEADO NOT > FECHA-CORTE-ANTERIOR
           AND BAJA-EMPLEADO > FECHA-CORTE-ANTERIOR
           ADD 1 TO ROT-APERTURA(ROT-IDX)
       END-IF.
       IF BAJA-EMPLEADO NOT < FECHA-INICIO-MES
           AND BAJA-EMPLEADO NOT > FECHA-FIN-MES
           ADD 1 TO ROT-BAJAS(ROT-IDX)
       END-IF.
       IF ALTA-EMPLEADO NOT < FECHA-INICIO-MES
           AND ALTA-EMPLEADO NOT > FECHA-FIN-MES
           PERFORM BUSCAR-BAJA-ANTERIOR
           IF BAJA-ANTERIOR > ZERO
               ADD 1 TO ROT-REINGRESOS(ROT-IDX)
               IF BAJA-ANTERIOR NOT < FECHA-INICIO-MES
                   ADD 1 TO ROT-BAJAS(ROT-IDX)
               END-IF
           ELSE
               ADD 1 TO ROT-ALTAS(ROT-IDX)
           END-IF
       END-IF.

      * LA REINCORPORACION PONE UNA FECHA DE ALTA NUEVA; LAS
      * ASIGNACIONES DE LA ESTANCIA ANTERIOR QUEDAN EN EL HISTORIAL
      * CERRADAS ANTES DE ESA FECHA. LA ULTIMA DE ELLAS ES LA BAJA
      * ANTERIOR, QUE SI CAYO EN EL MISMO MES TAMBIEN CUENTA COMO BAJA
      * (EL MAESTRO YA NO LA MUESTRA).
       BUSCAR-BAJA-ANTERIOR.
       MOVE ZERO TO BAJA-ANTERIOR.
       IF HISTORIAL-ABIERTO
           MOVE "N" TO WS-FIN-HISTORIAL-SW
           MOVE EMPLEADOS-ID TO PHI-EMPLEADO
           MOVE ZERO TO PHI-FECHA-DESDE
           START PUESTOHIST-ARCHIVO
               KEY IS NOT LESS THAN PHI-CLAVE
               INVALID KEY
                   SET FIN-HISTORIAL TO TRUE
           END-START
           PERFORM REVISAR-ESTANCIA
           UNTIL FIN-HISTORIAL
       END-IF.

       REVISAR-ESTANCIA.
       READ PUESTOHIST-ARCHIVO NEXT RECORD
           AT END
               SET FIN-HISTORIAL TO TRUE
       END-READ.
       IF NOT FIN-HISTORIAL
           IF PHI-EMPLEADO NOT = EMPLEADOS-ID
               SET FIN-HISTORIAL TO TRUE
           ELSE
               IF NOT PHI-VIGENTE
                   AND PHI-FECHA-HASTA < ALTA-EMPLEADO
                   AND PHI-FECHA-HASTA > BAJA-ANTERIOR
                   MOVE PHI-FECHA-HASTA TO BAJA-ANTERIOR
               END-IF
           END-IF
       END-IF.

       UBICAR-DEPTO-TABLA.
       MOVE ZERO TO ROT-HALLADO.
       PERFORM COMPARAR-DEPTO-TABLA
       VARYING ROT-IDX FROM 1 BY 1
       UNTIL ROT-IDX > ROT-TOTAL OR ROT-HALLADO > 0.
       IF ROT-HALLADO = ZERO
           PERFORM AGREGAR-DEPTO-TABLA
       END-IF.

       COMPARAR-DEPTO-TABLA.
       IF ROT-DEPTO(ROT-IDX) = DEPTO-BUSCADO
           MOVE ROT-IDX TO ROT-HALLADO
       END-IF.

       AGREGAR-DEPTO-TABLA.
       IF ROT-TOTAL >= ROT-MAXIMO
           DISPLAY "TABLA DE DEPARTAMENTOS LLENA (" ROT-MAXIMO ");"
               " LAS CIFRAS ESTAN INCOMPLETAS."
       ELSE
           ADD 1 TO ROT-TOTAL
           MOVE ROT-TOTAL TO ROT-HALLADO
           MOVE DEPTO-BUSCADO TO ROT-DEPTO(ROT-TOTAL)
           MOVE ZERO TO ROT-APERTURA(ROT-TOTAL)
           MOVE ZERO TO ROT-ALTAS(ROT-TOTAL)
           MOVE ZERO TO ROT-REINGRESOS(ROT-TOTAL)
           MOVE ZERO TO ROT-BAJAS(ROT-TOTAL)
           MOVE ZERO TO ROT-CIERRE(ROT-TOTAL)
           MOVE ZERO TO ROT-BAJAS-12(ROT-TOTAL)
           MOVE ZERO TO ROT-PROMEDIO-12(ROT-TOTAL)
           MOVE ZERO TO ROT-MESES-12(ROT-TOTAL)
       END-IF.

      * UN RECALCULO REEMPLAZA EL MES COMPLETO: SE BORRAN ANTES LOS
      * REGISTROS DEL MES PARA QUE NO QUEDE UN DEPARTAMENTO VIEJO.
       BORRAR-MES.
       MOVE MES-REPORTE TO EST-PERIODO.
       MOVE LOW-VALUE TO EST-DEPARTAMENTO.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       START ESTADMES-ARCHIVO
           KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-ESTADISTICA.
       PERFORM BORRAR-ESTADISTICA
       UNTIL FIN-ARCHIVO OR EST-PERIODO NOT = MES-REPORTE.

       BORRAR-ESTADISTICA.
       DELETE ESTADMES-ARCHIVO RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       PERFORM LEER-ESTADISTICA.

      * UN DEPARTAMENTO SIN NADIE AL INICIO, SIN MOVIMIENTOS Y SIN
      * NADIE AL CIERRE NO SE GRABA.
       GRABAR-MES.
       IF ROT-APERTURA(ROT-IDX) > ZERO
           OR ROT-ALTAS(ROT-IDX) > ZERO
           OR ROT-REINGRESOS(ROT-IDX) > ZERO
           OR ROT-BAJAS(ROT-IDX) > ZERO
           OR ROT-CIERRE(ROT-IDX) > ZERO
           MOVE MES-REPORTE TO EST-PERIODO
           MOVE ROT-DEPTO(ROT-IDX) TO EST-DEPARTAMENTO
           MOVE ROT-APERTURA(ROT-IDX) TO EST-APERTURA
           MOVE ROT-ALTAS(ROT-IDX) TO EST-ALTAS
           MOVE ROT-REINGRESOS(ROT-IDX) TO EST-REINGRESOS
           MOVE ROT-BAJAS(ROT-IDX) TO EST-BAJAS
           MOVE ROT-CIERRE(ROT-IDX) TO EST-CIERRE
           MOVE FECHA-PROCESO TO EST-FECHA-CALCULO
           WRITE ESTADMES-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRABADOS
           END-WRITE
       END-IF.

      * EL REPORTE SALE SIEMPRE DE LO GRABADO: LA TABLA SE REARMA CON
      * LOS 12 MESES QUE TERMINAN EN EL MES DEL REPORTE, Y LAS CIFRAS
      * DEL MES SON LAS DEL ULTIMO DE ELLOS.
       ACUMULAR-DOCE-MESES.
       MOVE ZERO TO ROT-TOTAL.
       MOVE ZERO TO PERIODO-ANTERIOR.
       MOVE MES-DESDE-12 TO EST-PERIODO.
       MOVE LOW-VALUE TO EST-DEPARTAMENTO.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       START ESTADMES-ARCHIVO
           KEY IS NOT LESS THAN EST-CLAVE
           INVALID KEY
               SET FIN-ARCHIVO TO TRUE
       END-START.
       PERFORM LEER-ESTADISTICA.
       PERFORM ACUMULAR-ESTADISTICA
       UNTIL FIN-ARCHIVO OR EST-PERIODO > MES-REPORTE.

       ACUMULAR-ESTADISTICA.
       IF EST-PERIODO NOT = PERIODO-ANTERIOR
           MOVE EST-PERIODO TO PERIODO-ANTERIOR
           ADD 1 TO EMP-MESES-12
       END-IF.
       MOVE EST-DEPARTAMENTO TO DEPTO-BUSCADO.
       PERFORM UBICAR-DEPTO-TABLA.
       IF ROT-HALLADO > ZERO
           MOVE ROT-HALLADO TO ROT-IDX
           COMPUTE PROMEDIO-MES = (EST-APERTURA + EST-CIERRE) / 2
           ADD EST-BAJAS TO ROT-BAJAS-12(ROT-IDX)
           ADD PROMEDIO-MES TO ROT-PROMEDIO-12(ROT-IDX)
           ADD 1 TO ROT-MESES-12(ROT-IDX)
           IF EST-PERIODO = MES-REPORTE
               MOVE EST-APERTURA TO ROT-APERTURA(ROT-IDX)
               MOVE EST-ALTAS TO ROT-ALTAS(ROT-IDX)
               MOVE EST-REINGRESOS TO ROT-REINGRESOS(ROT-IDX)
               MOVE EST-BAJAS TO ROT-BAJAS(ROT-IDX)
               MOVE EST-CIERRE TO ROT-CIERRE(ROT-IDX)
           END-IF
       END-IF.
       PERFORM LEER-ESTADISTICA.

       SELECCIONAR-DEPARTAMENTOS SECTION.
       SELECCIONAR-DEPARTAMENTOS-INICIO.
       PERFORM LIBERAR-DEPARTAMENTO
       VARYING ROT-IDX FROM 1 BY 1
       UNTIL ROT-IDX > ROT-TOTAL.
       GO TO SELECCIONAR-DEPARTAMENTOS-FIN.

       LIBERAR-DEPARTAMENTO.
       MOVE ROT-DEPTO(ROT-IDX) TO ORD-DEPTO.
       MOVE ROT-APERTURA(ROT-IDX) TO ORD-APERTURA.
       MOVE ROT-ALTAS(ROT-IDX) TO ORD-ALTAS.
       MOVE ROT-REINGRESOS(ROT-IDX) TO ORD-REINGRESOS.
       MOVE ROT-BAJAS(ROT-IDX) TO ORD-BAJAS.
       MOVE ROT-CIERRE(ROT-IDX) TO ORD-CIERRE.
       MOVE ROT-BAJAS-12(ROT-IDX) TO ORD-BAJAS-12.
       MOVE ROT-PROMEDIO-12(ROT-IDX) TO ORD-PROMEDIO-12.
       MOVE ROT-MESES-12(ROT-IDX) TO ORD-MESES-12.
       RELEASE ORDENADO-REGISTRO.

       SELECCIONAR-DEPARTAMENTOS-FIN.
       EXIT.

       IMPRIMIR-ROTACION SECTION.
       IMPRIMIR-ROTACION-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE MR-ANO TO ENC1-ANO.
       MOVE MR-MES TO ENC1-MES.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       MOVE MD-ANO TO ENC2-DESDE-ANO.
       MOVE MD-MES TO ENC2-DESDE-MES.
       MOVE MR-ANO TO ENC2-HASTA-ANO.
       MOVE MR-MES TO ENC2-HASTA-MES.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-DEPARTAMENTO
       UNTIL FIN-ORDENADO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       PERFORM IMPRIMIR-EMPRESA.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "MESES EN LA VENTANA:" TO TOT-TITULO.
       MOVE EMP-MESES-12 TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       IF RECALCULAR
           MOVE "EMPLEADOS LEIDOS:" TO TOT-TITULO
           MOVE WS-TOTAL-LEIDOS TO TOT-VALOR
           WRITE LINEA-IMPRESION FROM LINEA-TOTAL
       END-IF.
       CLOSE REPORTE-ARCHIVO.
       DISPLAY "PLANTILLA AL CIERRE: " EMP-CIERRE.
       DISPLAY "BAJAS DEL MES:       " EMP-BAJAS.
       MOVE "ROTACION" TO REP-REPORTE.
       MOVE "ROTACION.PRT" TO REP-ARCHIVO.
       MOVE "PROG0075" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-ROTACION-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       IMPRIMIR-DEPARTAMENTO.
       MOVE ORD-DEPTO TO DET-DEPTO.
       MOVE SPACE TO DET-NOMBRE.
       IF DEPTOS-ABIERTO
           MOVE ORD-DEPTO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO REGISTRADO)" TO DET-NOMBRE
               NOT INVALID KEY
                   MOVE DEPTO-NOMBRE TO DET-NOMBRE
           END-READ
       END-IF.
       MOVE ORD-APERTURA TO DET-APERTURA.
       MOVE ORD-ALTAS TO DET-ALTAS.
       MOVE ORD-REINGRESOS TO DET-REINGRESOS.
       MOVE ORD-BAJAS TO DET-BAJAS.
       MOVE ORD-CIERRE TO DET-CIERRE.
       COMPUTE CIF-TRASLADOS = ORD-CIERRE - ORD-APERTURA
           - ORD-ALTAS - ORD-REINGRESOS + ORD-BAJAS.
       MOVE CIF-TRASLADOS TO DET-TRASLADOS.
       MOVE ZERO TO CIF-TASA-MES.
       COMPUTE CIF-PROMEDIO = (ORD-APERTURA + ORD-CIERRE) / 2.
       IF CIF-PROMEDIO > ZERO
           COMPUTE CIF-TASA-MES ROUNDED =
               ORD-BAJAS * 100 / CIF-PROMEDIO
               ON SIZE ERROR
                   MOVE 9999.9 TO CIF-TASA-MES
           END-COMPUTE
       END-IF.
       MOVE CIF-TASA-MES TO DET-TASA-MES.
       MOVE ORD-BAJAS-12 TO DET-BAJAS-12.
       MOVE ZERO TO CIF-TASA-12.
       IF ORD-PROMEDIO-12 > ZERO
           COMPUTE CIF-TASA-12 ROUNDED =
               ORD-BAJAS-12 * 100 * ORD-MESES-12 / ORD-PROMEDIO-12
               ON SIZE ERROR
                   MOVE 9999.9 TO CIF-TASA-12
           END-COMPUTE
       END-IF.
       MOVE CIF-TASA-12 TO DET-TASA-12.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       ADD ORD-APERTURA TO EMP-APERTURA.
       ADD ORD-ALTAS TO EMP-ALTAS.
       ADD ORD-REINGRESOS TO EMP-REINGRESOS.
       ADD ORD-BAJAS TO EMP-BAJAS.
       ADD ORD-CIERRE TO EMP-CIERRE.
       ADD ORD-BAJAS-12 TO EMP-BAJAS-12.
       ADD ORD-PROMEDIO-12 TO EMP-PROMEDIO-12.
       PERFORM LEER-ORDENADO.

      * EN LA EMPRESA LOS TRASLADOS SE COMPENSAN; LO QUE QUEDE ES
      * DIFERENCIA CONTRA EL CIERRE ANTERIOR. LA PLANTILLA PROMEDIO
      * DE 12 MESES SE DIVIDE ENTRE LOS MESES GUARDADOS EN LA VENTANA.
       IMPRIMIR-EMPRESA.
       MOVE SPACE TO DET-DEPTO.
       MOVE "TOTAL DE LA EMPRESA" TO DET-NOMBRE.
       MOVE EMP-APERTURA TO DET-APERTURA.
       MOVE EMP-ALTAS TO DET-ALTAS.
       MOVE EMP-REINGRESOS TO DET-REINGRESOS.
       MOVE EMP-BAJAS TO DET-BAJAS.
       MOVE EMP-CIERRE TO DET-CIERRE.
       COMPUTE CIF-TRASLADOS = EMP-CIERRE - EMP-APERTURA
           - EMP-ALTAS - EMP-REINGRESOS + EMP-BAJAS.
       MOVE CIF-TRASLADOS TO DET-TRASLADOS.
       MOVE ZERO TO CIF-TASA-MES.
       COMPUTE CIF-PROMEDIO = (EMP-APERTURA + EMP-CIERRE) / 2.
       IF CIF-PROMEDIO > ZERO
           COMPUTE CIF-TASA-MES ROUNDED =
               EMP-BAJAS * 100 / CIF-PROMEDIO
               ON SIZE ERROR
                   MOVE 9999.9 TO CIF-TASA-MES
           END-COMPUTE
       END-IF.
       MOVE CIF-TASA-MES TO DET-TASA-MES.
       MOVE EMP-BAJAS-12 TO DET-BAJAS-12.
       MOVE ZERO TO CIF-TASA-12.
       IF EMP-PROMEDIO-12 > ZERO
           COMPUTE CIF-TASA-12 ROUNDED =
               EMP-BAJAS-12 * 100 * EMP-MESES-12 / EMP-PROMEDIO-12
               ON SIZE ERROR
                   MOVE 9999.9 TO CIF-TASA-12
           END-COMPUTE
       END-IF.
       MOVE CIF-TASA-12 TO DET-TASA-12.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-ROTACION-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0075" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0075.
