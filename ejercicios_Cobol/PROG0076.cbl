       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0076.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:REVISION DE CALIDAD DEL MAESTRO DE EMPLEADOS           *
      *          (CALIDAD.PRT). LAS VALIDACIONES DE PROG0020 Y PROG0026 *
      *          SOLO CUBREN LO QUE SE CAPTURA HOY; ESTE PROGRAMA LEE   *
      *          TODO EMPLEADOS Y LISTA CADA REGISTRO SOSPECHOSO CON    *
      *          UN CODIGO DE MOTIVO POR CADA FALLA: TELEFONO SIN LOS 9 *
      *          DIGITOS, DIRECCION EN BLANCO O DE RELLENO, FECHAS NO   *
      *          VALIDAS, ALTA ANTES DE LOS 16 ANOS O POSTERIOR A HOY,  *
      *          DEPARTAMENTO QUE NO ESTA EN DEPTOS.DAT, ESTADO Y FECHA *
      *          DE BAJA QUE NO CUADRAN, Y MISMO NOMBRE Y FECHA DE      *
      *          NACIMIENTO BAJO DOS ID. EL LISTADO SALE POR APELLIDOS  *
      *          PARA QUE LOS DUPLICADOS QUEDEN JUNTOS. AL FINAL VAN    *
      *          LAS CUENTAS POR MOTIVO JUNTO A LAS DE LA REVISION      *
      *          ANTERIOR, QUE SE GUARDAN EN CALIDADH.DAT PARA SEGUIR   *
      *          LA LIMPIEZA SEMANA A SEMANA. SOLO LEE: LAS             *
      *          CORRECCIONES SE HACEN POR PROG0020.                    *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
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

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO "CALIDADH.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "CALIDAD.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "CALIDAD.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

      * UN RENGLON POR MOTIVO Y REVISION; LAS CUENTAS DE LA ULTIMA
      * REVISION DE UN DIA ANTERIOR SON LA COMPARACION DEL REPORTE.
       FD HISTORIA-ARCHIVO.
           01 HISTORIA-REGISTRO.
               05 HIS-FECHA    PIC 9(8).
               05 FILLER       PIC X(1).
               05 HIS-CODIGO   PIC X(4).
               05 FILLER       PIC X(1).
               05 HIS-CANTIDAD PIC 9(7).

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-APELLIDOS PIC X(35).
               05 ORD-NOMBRE    PIC X(25).
               05 ORD-FECHA-NAC PIC X(8).
               05 ORD-ID        PIC X(6).
               05 ORD-TOTAL     PIC 9(2).
               05 ORD-HALLAZGO OCCURS 14 TIMES.
                  10 ORD-MOTIVO PIC 9(2).
                  10 ORD-DATO   PIC X(20).

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

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  FECHA-PROCESO PIC 9(8).

      * CATALOGO DE MOTIVOS. EL NUMERO DE RENGLON ES EL QUE SE GUARDA
      * EN CADA HALLAZGO; EL CODIGO ES EL QUE SE IMPRIME Y SE GUARDA
      * EN CALIDADH.DAT, ASI QUE NO DEBE CAMBIAR.
       01  TABLA-MOTIVOS-VAL.
           05 FILLER PIC X(4)  VALUE "TEL1".
           05 FILLER PIC X(40) VALUE "TELEFONO NO NUMERICO".
           05 FILLER PIC X(4)  VALUE "TEL2".
           05 FILLER PIC X(40) VALUE "TELEFONO CON MENOS DE 9 DIGITOS".
           05 FILLER PIC X(4)  VALUE "DIR1".
           05 FILLER PIC X(40) VALUE "DIRECCION EN BLANCO".
           05 FILLER PIC X(4)  VALUE "DIR2".
           05 FILLER PIC X(40)
              VALUE "DIRECCION DE RELLENO O INCOMPLETA".
           05 FILLER PIC X(4)  VALUE "NOM1".
           05 FILLER PIC X(40) VALUE "NOMBRE O APELLIDOS EN BLANCO".
           05 FILLER PIC X(4)  VALUE "NAC1".
           05 FILLER PIC X(40) VALUE "FECHA DE NACIMIENTO NO VALIDA".
           05 FILLER PIC X(4)  VALUE "ALT1".
           05 FILLER PIC X(40)
              VALUE "FECHA DE ALTA EN CERO O NO VALIDA".
           05 FILLER PIC X(4)  VALUE "ALT2".
           05 FILLER PIC X(40) VALUE "ALTA ANTES DE CUMPLIR 16 ANOS".
           05 FILLER PIC X(4)  VALUE "ALT3".
           05 FILLER PIC X(40) VALUE "ALTA POSTERIOR A HOY".
           05 FILLER PIC X(4)  VALUE "DEP1".
           05 FILLER PIC X(40)
              VALUE "DEPARTAMENTO NO REGISTRADO EN DEPTOS".
           05 FILLER PIC X(4)  VALUE "EST1".
           05 FILLER PIC X(40)
              VALUE "ESTADO DISTINTO DE A (ACTIVO) O B (BAJA)".
           05 FILLER PIC X(4)  VALUE "BAJ1".
           05 FILLER PIC X(40) VALUE "ACTIVO CON FECHA DE BAJA".
           05 FILLER PIC X(4)  VALUE "BAJ2".
           05 FILLER PIC X(40)
              VALUE "DADO DE BAJA SIN FECHA DE BAJA VALIDA".
           05 FILLER PIC X(4)  VALUE "DUP1".
           05 FILLER PIC X(40)
              VALUE "MISMO NOMBRE Y NACIMIENTO QUE OTRO ID".

       01  TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VAL.
           05 MOTIVO OCCURS 14 TIMES.
              10 MOT-CODIGO      PIC X(4).
              10 MOT-DESCRIPCION PIC X(40).

       01  CUENTAS-MOTIVOS.
           05 CUENTA-MOTIVO OCCURS 14 TIMES.
              10 CTA-HOY      PIC 9(7).
              10 CTA-ANTERIOR PIC 9(7).

       77  MOT-TOTAL   PIC 9(2) COMP VALUE 14.
       77  MOT-IDX     PIC 9(2) COMP.
       77  HAL-IDX     PIC 9(2) COMP.

       01  MOTIVO-NUMERO  PIC 9(2).
           88 MOT-TEL1 VALUE 1.
           88 MOT-TEL2 VALUE 2.
           88 MOT-DIR1 VALUE 3.
           88 MOT-DIR2 VALUE 4.
           88 MOT-NOM1 VALUE 5.
           88 MOT-NAC1 VALUE 6.
           88 MOT-ALT1 VALUE 7.
           88 MOT-ALT2 VALUE 8.
           88 MOT-ALT3 VALUE 9.
           88 MOT-DEP1 VALUE 10.
           88 MOT-EST1 VALUE 11.
           88 MOT-BAJ1 VALUE 12.
           88 MOT-BAJ2 VALUE 13.
           88 MOT-DUP1 VALUE 14.

       01  DATO-HALLAZGO PIC X(20).

      * DIRECCIONES QUE SE CAPTURARON PARA LLENAR EL CAMPO. CUALQUIER
      * DIRECCION DE MENOS DE 5 POSICIONES TAMBIEN SE REPORTA.
       01  DIRECCION-TRABAJO PIC X(35).
           88 DIRECCION-DE-RELLENO VALUE "SIN DIRECCION" "SIN DOMICILIO"
              "DESCONOCIDA" "DESCONOCIDO" "PENDIENTE" "NO TIENE"
              "NINGUNA" "NO DISPONIBLE" "XXXXX" "XXXXXXXXXX" "?????"
              "-----" ".....".
       01  LARGO-DIRECCION PIC 9(2).

       01  CUMPLE-16 PIC 9(8).

      * EL ULTIMO REGISTRO DEVUELTO POR EL SORT SE IMPRIME AL LEER EL
      * SIGUIENTE, PARA PODER MARCARLO SI ESTE RESULTA SU DUPLICADO.
       01  ANTERIOR-REGISTRO.
           05 ANT-APELLIDOS PIC X(35).
           05 ANT-NOMBRE    PIC X(25).
           05 ANT-FECHA-NAC PIC X(8).
           05 ANT-ID        PIC X(6).
           05 ANT-TOTAL     PIC 9(2).
           05 ANT-HALLAZGO OCCURS 14 TIMES.
              10 ANT-MOTIVO PIC 9(2).
              10 ANT-DATO   PIC X(20).

       01  DUPLICADO-DE PIC X(6).

       01  ULTIMA-REVISION PIC 9(8) VALUE ZERO.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-FIN-HISTORIA-SW PIC X VALUE "N".
              88 FIN-HISTORIA VALUE "S".
           05 WS-DEPTOS-ABIERTO-SW PIC X VALUE "N".
              88 DEPTOS-ABIERTO VALUE "S".
           05 WS-NAC-VALIDA-SW PIC X VALUE "N".
              88 NAC-VALIDA VALUE "S".
           05 WS-HAY-ANTERIOR-SW PIC X VALUE "N".
              88 HAY-ANTERIOR VALUE "S".
           05 WS-ANT-DUPLICADO-SW PIC X VALUE "N".
              88 ANT-DUPLICADO VALUE "S".
           05 WS-DUP-PENDIENTE-SW PIC X VALUE "N".
              88 DUP-PENDIENTE VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-SOSPECHOSOS PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-HALLAZGOS   PIC 9(7) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(55) VALUE
              "DEVCHRISAR, S.A. - CALIDAD DEL MAESTRO DE EMPLEADOS AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  LINEA-AVISO PIC X(100).

       01  ENCABEZADO-DET.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(27) VALUE "APELLIDOS".
           05 FILLER PIC X(17) VALUE "NOMBRE".
           05 FILLER PIC X(6)  VALUE "COD.".
           05 FILLER PIC X(42) VALUE "MOTIVO".
           05 FILLER PIC X(20) VALUE "DATO".

       01  LINEA-DETALLE.
           05 DET-ID          PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-APELLIDOS   PIC X(25).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-NOMBRE      PIC X(15).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-CODIGO      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(40).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-DATO        PIC X(20).

       01  ENCABEZADO-RES.
           05 FILLER PIC X(6)  VALUE "COD.".
           05 FILLER PIC X(42) VALUE "MOTIVO".
           05 FILLER PIC X(11) VALUE "      HOY".
           05 FILLER PIC X(11) VALUE "  ANTERIOR".
           05 FILLER PIC X(11) VALUE " DIFERENCIA".

       01  ENCABEZADO-ANT.
           05 FILLER PIC X(31) VALUE "REVISION ANTERIOR DEL ".
           05 ENCA-FECHA PIC 9999/99/99.
           05 ENCA-FECHA-X REDEFINES ENCA-FECHA PIC X(10).

       01  LINEA-RESUMEN.
           05 RES-CODIGO      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RES-DESCRIPCION PIC X(40).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RES-HOY         PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RES-ANTERIOR    PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 RES-DIFERENCIA  PIC -Z,ZZZ,ZZ9.

       01  DIFERENCIA PIC S9(7).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(28).
           05 TOT-VALOR  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       MOVE ZERO TO CUENTAS-MOTIVOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM LEER-HISTORIA
           OPEN INPUT DEPTOS-ARCHIVO
           IF DEPTOS-OK
               SET DEPTOS-ABIERTO TO TRUE
           END-IF
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-APELLIDOS
               ON ASCENDING KEY ORD-NOMBRE
               ON ASCENDING KEY ORD-FECHA-NAC
               ON ASCENDING KEY ORD-ID
               INPUT PROCEDURE IS REVISAR-EMPLEADOS
               OUTPUT PROCEDURE IS IMPRIMIR-CALIDAD
           IF DEPTOS-ABIERTO
               CLOSE DEPTOS-ARCHIVO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
           PERFORM GRABAR-HISTORIA
       END-IF.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-SOSPECHOSOS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * LAS REVISIONES DEL MISMO DIA NO CUENTAN COMO ANTERIORES: UNA
      * SEGUNDA CORRIDA HOY SE SIGUE COMPARANDO CONTRA LA SEMANA
      * PASADA.
       LEER-HISTORIA.
       OPEN INPUT HISTORIA-ARCHIVO.
       PERFORM LEER-HISTORIA-REGISTRO
       UNTIL FIN-HISTORIA.
       CLOSE HISTORIA-ARCHIVO.

       LEER-HISTORIA-REGISTRO.
       READ HISTORIA-ARCHIVO
           AT END
               SET FIN-HISTORIA TO TRUE
           NOT AT END
               IF HIS-FECHA IS NUMERIC
                   AND HIS-FECHA < FECHA-PROCESO
                   PERFORM CARGAR-HISTORIA
               END-IF
       END-READ.

       CARGAR-HISTORIA.
       IF HIS-FECHA NOT = ULTIMA-REVISION
           MOVE HIS-FECHA TO ULTIMA-REVISION
           PERFORM LIMPIAR-ANTERIOR
           VARYING MOT-IDX FROM 1 BY 1
           UNTIL MOT-IDX > MOT-TOTAL
       END-IF.
       PERFORM CARGAR-CUENTA-ANTERIOR
       VARYING MOT-IDX FROM 1 BY 1
       UNTIL MOT-IDX > MOT-TOTAL.

       LIMPIAR-ANTERIOR.
       MOVE ZERO TO CTA-ANTERIOR(MOT-IDX).

       CARGAR-CUENTA-ANTERIOR.
       IF MOT-CODIGO(MOT-IDX) = HIS-CODIGO
           AND HIS-CANTIDAD IS NUMERIC
           MOVE HIS-CANTIDAD TO CTA-ANTERIOR(MOT-IDX)
       END-IF.

       GRABAR-HISTORIA.
       OPEN EXTEND HISTORIA-ARCHIVO.
       PERFORM GRABAR-HISTORIA-MOTIVO
       VARYING MOT-IDX FROM 1 BY 1
       UNTIL MOT-IDX > MOT-TOTAL.
       CLOSE HISTORIA-ARCHIVO.

       GRABAR-HISTORIA-MOTIVO.
       MOVE SPACE TO HISTORIA-REGISTRO.
       MOVE FECHA-PROCESO TO HIS-FECHA.
       MOVE MOT-CODIGO(MOT-IDX) TO HIS-CODIGO.
       MOVE CTA-HOY(MOT-IDX) TO HIS-CANTIDAD.
       WRITE HISTORIA-REGISTRO.

       REVISAR-EMPLEADOS SECTION.
       REVISAR-EMPLEADOS-INICIO.
       PERFORM LEER-EMPLEADO.
       PERFORM REVISAR-EMPLEADO
       UNTIL FIN-ARCHIVO.
       GO TO REVISAR-EMPLEADOS-FIN.

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * TODOS LOS EMPLEADOS ENTRAN AL SORT, TENGAN O NO HALLAZGOS,
      * PORQUE LOS DUPLICADOS SOLO SE VEN AL COMPARARLOS ORDENADOS.
       REVISAR-EMPLEADO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       MOVE SPACE TO ORDENADO-REGISTRO.
       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS.
       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE.
       MOVE EMPLEADOS-FECHA-NAC TO ORD-FECHA-NAC.
       MOVE EMPLEADOS-ID TO ORD-ID.
       MOVE ZERO TO ORD-TOTAL.
       PERFORM REVISAR-TELEFONO.
       PERFORM REVISAR-DIRECCION.
       IF EMPLEADOS-NOMBRE = SPACE OR EMPLEADOS-APELLIDOS = SPACE
           SET MOT-NOM1 TO TRUE
           MOVE SPACE TO DATO-HALLAZGO
           PERFORM AGREGAR-HALLAZGO
       END-IF.
       PERFORM REVISAR-FECHAS.
       IF DEPTOS-ABIERTO
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-CODIGO
           READ DEPTOS-ARCHIVO
               INVALID KEY
                   SET MOT-DEP1 TO TRUE
                   MOVE EMPLEADOS-DEPARTAMENTO TO DATO-HALLAZGO
                   PERFORM AGREGAR-HALLAZGO
           END-READ
       END-IF.
       PERFORM REVISAR-ESTADO.
       RELEASE ORDENADO-REGISTRO.
       PERFORM LEER-EMPLEADO.

      * EL TELEFONO TIENE 9 DIGITOS; UN VALOR MENOR QUE 100000000
      * QUEDO CON CEROS A LA IZQUIERDA (O EN CERO) AL CAPTURARLO.
       REVISAR-TELEFONO.
       MOVE EMPLEADOS-TELEFONO TO DATO-HALLAZGO.
       IF EMPLEADOS-TELEFONO IS NOT NUMERIC
           SET MOT-TEL1 TO TRUE
           PERFORM AGREGAR-HALLAZGO
       ELSE
           IF EMPLEADOS-TELEFONO < 100000000
               SET MOT-TEL2 TO TRUE
               PERFORM AGREGAR-HALLAZGO
           END-IF
       END-IF.

       REVISAR-DIRECCION.
       IF EMPLEADOS-DIRECCION = SPACE
           SET MOT-DIR1 TO TRUE
           MOVE SPACE TO DATO-HALLAZGO
           PERFORM AGREGAR-HALLAZGO
       ELSE
           MOVE EMPLEADOS-DIRECCION TO DIRECCION-TRABAJO
           MOVE ZERO TO LARGO-DIRECCION
           INSPECT DIRECCION-TRABAJO TALLYING LARGO-DIRECCION
               FOR CHARACTERS BEFORE INITIAL "  "
           IF DIRECCION-DE-RELLENO OR LARGO-DIRECCION < 5
               SET MOT-DIR2 TO TRUE
               MOVE EMPLEADOS-DIRECCION TO DATO-HALLAZGO
               PERFORM AGREGAR-HALLAZGO
           END-IF
       END-IF.

      * LAS FECHAS SE VALIDAN CONTRA EL CALENDARIO COMUN (PROG0061).
      * EL DIA EN QUE SE CUMPLEN 16 ANOS ES LA FECHA DE NACIMIENTO
      * MAS 16 EN EL ANO.
       REVISAR-FECHAS.
       MOVE "N" TO WS-NAC-VALIDA-SW.
       MOVE EMPLEADOS-FECHA-NAC TO DATO-HALLAZGO.
       IF EMPLEADOS-FECHA-NAC IS NUMERIC
           SET CNV-A-DIAS TO TRUE
           MOVE EMPLEADOS-FECHA-NAC TO CNV-FECHA
           CALL "PROG0061"
           IF CNV-OK AND EMPLEADOS-FECHA-NAC NOT > FECHA-PROCESO
               SET NAC-VALIDA TO TRUE
           END-IF
       END-IF.
       IF NOT NAC-VALIDA
           SET MOT-NAC1 TO TRUE
           PERFORM AGREGAR-HALLAZGO
       END-IF.
       MOVE EMPLEADOS-FECHA-ALTA TO DATO-HALLAZGO.
       MOVE "N" TO CNV-ESTADO.
       IF EMPLEADOS-FECHA-ALTA IS NUMERIC
           AND EMPLEADOS-FECHA-ALTA > ZERO
           SET CNV-A-DIAS TO TRUE
           MOVE EMPLEADOS-FECHA-ALTA TO CNV-FECHA
           CALL "PROG0061"
       END-IF.
       IF NOT CNV-OK
           SET MOT-ALT1 TO TRUE
           PERFORM AGREGAR-HALLAZGO
       ELSE
           IF EMPLEADOS-FECHA-ALTA > FECHA-PROCESO
               SET MOT-ALT3 TO TRUE
               PERFORM AGREGAR-HALLAZGO
           END-IF
           IF NAC-VALIDA
               COMPUTE CUMPLE-16 = EMPLEADOS-FECHA-NAC + 160000
               IF EMPLEADOS-FECHA-ALTA < CUMPLE-16
                   SET MOT-ALT2 TO TRUE
                   PERFORM AGREGAR-HALLAZGO
               END-IF
           END-IF
       END-IF.

      * UN ACTIVO NO DEBE TENER FECHA DE BAJA (LA REINCORPORACION LA
      * PONE EN CERO) Y UNA BAJA DEBE TENER UNA FECHA VALIDA.
       REVISAR-ESTADO.
       MOVE EMPLEADOS-FECHA-BAJA TO DATO-HALLAZGO.
       EVALUATE TRUE
           WHEN EMPLEADO-ACTIVO
               IF EMPLEADOS-FECHA-BAJA(1:8) NOT = SPACE
                   AND EMPLEADOS-FECHA-BAJA(1:8) NOT = "00000000"
                   SET MOT-BAJ1 TO TRUE
                   PERFORM AGREGAR-HALLAZGO
               END-IF
           WHEN EMPLEADO-BAJA
               MOVE "N" TO CNV-ESTADO
               IF EMPLEADOS-FECHA-BAJA IS NUMERIC
                   AND EMPLEADOS-FECHA-BAJA > ZERO
                   SET CNV-A-DIAS TO TRUE
                   MOVE EMPLEADOS-FECHA-BAJA TO CNV-FECHA
                   CALL "PROG0061"
               END-IF
               IF NOT CNV-OK
                   SET MOT-BAJ2 TO TRUE
                   PERFORM AGREGAR-HALLAZGO
               END-IF
           WHEN OTHER
               SET MOT-EST1 TO TRUE
               MOVE EMPLEADOS-ESTADO-EMP TO DATO-HALLAZGO
               PERFORM AGREGAR-HALLAZGO
       END-EVALUATE.

       AGREGAR-HALLAZGO.
       ADD 1 TO ORD-TOTAL.
       MOVE MOTIVO-NUMERO TO ORD-MOTIVO(ORD-TOTAL).
       MOVE DATO-HALLAZGO TO ORD-DATO(ORD-TOTAL).

       REVISAR-EMPLEADOS-FIN.
       EXIT.

       IMPRIMIR-CALIDAD SECTION.
       IMPRIMIR-CALIDAD-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-PROCESO TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       IF NOT DEPTOS-ABIERTO
           MOVE "SIN DEPTOS.DAT: NO SE REVISARON LOS DEPARTAMENTOS."
               TO LINEA-AVISO
           WRITE LINEA-IMPRESION FROM LINEA-AVISO
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.
       PERFORM LEER-ORDENADO.
       PERFORM COMPARAR-ORDENADO
       UNTIL FIN-ORDENADO.
       IF HAY-ANTERIOR
           PERFORM IMPRIMIR-ANTERIOR
       END-IF.
       PERFORM IMPRIMIR-RESUMEN.
       CLOSE REPORTE-ARCHIVO.
       DISPLAY "EMPLEADOS REVISADOS:   " WS-TOTAL-LEIDOS.
       DISPLAY "REGISTROS SOSPECHOSOS: " WS-TOTAL-SOSPECHOSOS.
       MOVE "CALIDAD" TO REP-REPORTE.
       MOVE "CALIDAD.PRT" TO REP-ARCHIVO.
       MOVE "PROG0076" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-CALIDAD-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

      * DOS REGISTROS SEGUIDOS CON LOS MISMOS APELLIDOS, NOMBRE Y
      * FECHA DE NACIMIENTO SON EL MISMO EMPLEADO BAJO DOS ID: CADA
      * UNO SE MARCA CON EL ID DEL OTRO. SIN NOMBRE NO SE COMPARA.
       COMPARAR-ORDENADO.
       MOVE "N" TO WS-DUP-PENDIENTE-SW.
       IF HAY-ANTERIOR
           IF ORD-APELLIDOS = ANT-APELLIDOS
               AND ORD-NOMBRE = ANT-NOMBRE
               AND ORD-FECHA-NAC = ANT-FECHA-NAC
               AND ORD-APELLIDOS NOT = SPACE
               AND ORD-NOMBRE NOT = SPACE
               IF NOT ANT-DUPLICADO
                   MOVE ORD-ID TO DUPLICADO-DE
                   PERFORM MARCAR-DUPLICADO
               END-IF
               MOVE ANT-ID TO DUPLICADO-DE
               SET DUP-PENDIENTE TO TRUE
           END-IF
           PERFORM IMPRIMIR-ANTERIOR
       END-IF.
       MOVE ORDENADO-REGISTRO TO ANTERIOR-REGISTRO.
       SET HAY-ANTERIOR TO TRUE.
       MOVE "N" TO WS-ANT-DUPLICADO-SW.
       IF DUP-PENDIENTE
           PERFORM MARCAR-DUPLICADO
       END-IF.
       PERFORM LEER-ORDENADO.

       MARCAR-DUPLICADO.
       ADD 1 TO ANT-TOTAL.
       SET MOT-DUP1 TO TRUE.
       MOVE MOTIVO-NUMERO TO ANT-MOTIVO(ANT-TOTAL).
       MOVE SPACE TO ANT-DATO(ANT-TOTAL).
       STRING "ID " DUPLICADO-DE DELIMITED BY SIZE
           INTO ANT-DATO(ANT-TOTAL).
       SET ANT-DUPLICADO TO TRUE.

       IMPRIMIR-ANTERIOR.
       IF ANT-TOTAL > ZERO
           ADD 1 TO WS-TOTAL-SOSPECHOSOS
           MOVE ANT-ID TO DET-ID
           MOVE ANT-APELLIDOS TO DET-APELLIDOS
           MOVE ANT-NOMBRE TO DET-NOMBRE
           PERFORM IMPRIMIR-HALLAZGO
           VARYING HAL-IDX FROM 1 BY 1
           UNTIL HAL-IDX > ANT-TOTAL
       END-IF.

       IMPRIMIR-HALLAZGO.
       MOVE ANT-MOTIVO(HAL-IDX) TO MOT-IDX.
       ADD 1 TO CTA-HOY(MOT-IDX).
       ADD 1 TO WS-TOTAL-HALLAZGOS.
       MOVE MOT-CODIGO(MOT-IDX) TO DET-CODIGO.
       MOVE MOT-DESCRIPCION(MOT-IDX) TO DET-DESCRIPCION.
       MOVE ANT-DATO(HAL-IDX) TO DET-DATO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       MOVE SPACE TO DET-ID.
       MOVE SPACE TO DET-APELLIDOS.
       MOVE SPACE TO DET-NOMBRE.

       IMPRIMIR-RESUMEN.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "EMPLEADOS REVISADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "REGISTROS SOSPECHOSOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-SOSPECHOSOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "HALLAZGOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-HALLAZGOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       IF ULTIMA-REVISION = ZERO
           MOVE "(NO HAY)" TO ENCA-FECHA-X
       ELSE
           MOVE ULTIMA-REVISION TO ENCA-FECHA
       END-IF.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-ANT.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-RES.
       PERFORM IMPRIMIR-CUENTA-MOTIVO
       VARYING MOT-IDX FROM 1 BY 1
       UNTIL MOT-IDX > MOT-TOTAL.

       IMPRIMIR-CUENTA-MOTIVO.
       MOVE MOT-CODIGO(MOT-IDX) TO RES-CODIGO.
       MOVE MOT-DESCRIPCION(MOT-IDX) TO RES-DESCRIPCION.
       MOVE CTA-HOY(MOT-IDX) TO RES-HOY.
       MOVE CTA-ANTERIOR(MOT-IDX) TO RES-ANTERIOR.
       COMPUTE DIFERENCIA = CTA-HOY(MOT-IDX) - CTA-ANTERIOR(MOT-IDX).
       MOVE DIFERENCIA TO RES-DIFERENCIA.
       WRITE LINEA-IMPRESION FROM LINEA-RESUMEN.

       IMPRIMIR-CALIDAD-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0076" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0076.
