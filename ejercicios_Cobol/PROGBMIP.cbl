       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGBMIP".
       AUTHOR.     DEVCHRISAR.
       *>--------------------------------------------------------------*
       *>    AVANCE HACIA LA META DE BMI (BMIPROG.PRT). CRUZA LAS      *
       *>    METAS DE METASBMI.DAT (PROGBMIM) CON LAS MEDICIONES DE    *
       *>    BMILOG.DAT EN UN SOLO SORT (LA META DE CADA PERSONA SALE  *
       *>    ANTES QUE SUS MEDICIONES) Y PARA CADA PARTICIPANTE        *
       *>    INSCRITO IMPRIME SU ULTIMA MEDICION, EL PORCENTAJE DEL    *
       *>    CAMINO RECORRIDO DEL BMI INICIAL AL BMI META, EL          *
       *>    PORCENTAJE QUE LE TOCARIA LLEVAR POR EL TIEMPO            *
       *>    TRANSCURRIDO Y SU ESTADO: EN META, EN CAMINO, ATRASADO,   *
       *>    VENCIDA (PASO LA FECHA META SIN LLEGAR) O SIN MEDICIONES  *
       *>    (NINGUNA DESDE EL INICIO). AL FINAL LISTA A QUIENES NO SE *
       *>    HAN MEDIDO EN LOS ULTIMOS DIAS-SIN-MEDICION DIAS, PARA    *
       *>    QUE EL COORDINADOR LOS BUSQUE. LAS MEDICIONES SE LEEN DE  *
       *>    BMILOG.DAT Y DE LOS ARCHIVOS MENSUALES BMILOG-AAAAMM.ARC  *
       *>    QUE DEJA EL ARCHIVADO DE FIN DE MES (PROG0033), DESDE EL  *
       *>    MES DE LA INSCRIPCION MAS ANTIGUA (O EL DE HACE           *
       *>    DIAS-SIN-MEDICION DIAS, SI ES ANTERIOR) HASTA EL MES EN   *
       *>    CURSO.                                                    *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL METAS-ARCHIVO ASSIGN TO "METASBMI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MET-EMPLEADO
           FILE STATUS IS METAS-ESTADO.

       SELECT OPTIONAL BMI-LOG ASSIGN USING NOMBRE-LOG-BMI
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORDENADO-ARCHIVO ASSIGN TO "BMIPROG.SRT".

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO EMPLEADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
              WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT AVANCE-ARCHIVO ASSIGN TO "BMIPROG.PRT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD METAS-ARCHIVO.
           COPY METASBMI.

       FD BMI-LOG.
       01 BMI-LOG-REGISTRO.
           05 LOG-FECHA      PIC 9(8).
           05 FILLER         PIC X(1).
           05 LOG-ID         PIC X(10).
           05 FILLER         PIC X(1).
           05 LOG-WEIGHT     PIC X(3).
           05 FILLER         PIC X(1).
           05 LOG-HEIGHT     PIC X(3).
           05 FILLER         PIC X(1).
           05 LOG-BMI        PIC X(6).
           05 FILLER         PIC X(1).
           05 LOG-CATEGORIA  PIC X(15).
           05 FILLER         PIC X(1).
           05 LOG-UNIDAD     PIC X(1).

      *> ORD-TIPO "0" ES LA META (ORD-FECHA = FECHA DE INICIO) Y "1"
      *> UNA MEDICION (ORD-FECHA = FECHA DE LA MEDICION).
       SD ORDENADO-ARCHIVO.
       01 ORDENADO-REGISTRO.
           05 ORD-ID          PIC X(6).
           05 ORD-TIPO        PIC X(1).
              88 ORD-ES-META      VALUE "0".
              88 ORD-ES-MEDICION  VALUE "1".
           05 ORD-FECHA       PIC 9(8).
           05 ORD-BMI         PIC X(6).
           05 ORD-BMI-INICIAL PIC 9(3)V99.
           05 ORD-BMI-META    PIC 9(3)V99.
           05 ORD-FECHA-META  PIC 9(8).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD AVANCE-ARCHIVO.
       01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

      *> DIAS SIN MEDIRSE A PARTIR DE LOS CUALES EL PARTICIPANTE SALE
      *> EN LA LISTA DE SEGUIMIENTO.
       77  DIAS-SIN-MEDICION PIC 9(3) VALUE 60.

       77  SEG-MAXIMO  PIC 9(4) COMP VALUE 500.
       77  SEG-TOTAL   PIC 9(4) COMP VALUE ZERO.
       77  SEG-IDX     PIC 9(4) COMP.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  METAS-ESTADO PIC X(2).
           88 METAS-OK VALUE "00".
       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  WS-FIN-SW PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01  WS-FIN-ORD-SW PIC X VALUE "N".
           88 FIN-ORDENADO VALUE "S".
       01  WS-PRIMERA-PERSONA-SW PIC X VALUE "S".
           88 PRIMERA-PERSONA VALUE "S".
       01  WS-INSCRITO-SW PIC X VALUE "N".
           88 INSCRITO VALUE "S".

       01  PERSONA-ACTUAL PIC X(6).
       01  FECHA-HOY      PIC 9(8).

      *> NOMBRE DEL LOG QUE SE LEE (EL VIVO O UN ARCHIVO MENSUAL) Y
      *> MES DEL ARCHIVO MENSUAL EN TURNO. FECHA-DESDE ES LA FECHA MAS
      *> ANTIGUA QUE EL REPORTE NECESITA VER.
       01  NOMBRE-LOG-BMI PIC X(30).
       01  FECHA-DESDE    PIC 9(8).
       01  MES-LOG.
           05 MLG-AAAAMM  PIC 9(6).
           05 MLG-PARTES REDEFINES MLG-AAAAMM.
              10 MLG-ANO  PIC 9(4).
              10 MLG-MES  PIC 9(2).
       01  MES-LOG-FIN    PIC 9(6).

       01  META-ACTUAL.
           05 MAC-FECHA-INICIO PIC 9(8).
           05 MAC-BMI-INICIAL  PIC 9(3)V99.
           05 MAC-BMI-META     PIC 9(3)V99.
           05 MAC-FECHA-META   PIC 9(8).

       01  ULTIMA-FECHA    PIC 9(8).
       01  ULTIMO-BMI      PIC 9(3)V99.
       01  MEDICIONES-DESDE-INICIO PIC 9(5).

       01  BMI-TRABAJO.
           05 BT-TEXTO.
              10 BT-ENTERO  PIC X(3).
              10 FILLER     PIC X(1).
              10 BT-DECIMAL PIC X(2).
           05 BT-ENTERO-9   PIC 9(3).
           05 BT-DECIMAL-9  PIC 9(2).
           05 BT-VALOR      PIC 9(3)V99.

       01  DIAS-HOY        PIC 9(7).
       01  DIAS-INICIO     PIC 9(7).
       01  DIAS-META       PIC 9(7).
       01  DIAS-ULTIMA     PIC 9(7).
       01  DIAS-SIN-MEDIR  PIC 9(5).
       01  AVANCE-PCT      PIC S9(6).
       01  ESPERADO-PCT    PIC 9(3).

       01  NOMBRE-COMPLETO PIC X(40).
       01  FECHA-EDITADA   PIC 9999/99/99.
       01  BMI-EDITADO     PIC ZZ9.99.
       01  AVANCE-EDITADO  PIC -(6)9.
       01  ESPERADO-EDITADO PIC ZZ9.

       01  SEGUIMIENTO-TABLA.
           05 SEG-ENTRY OCCURS 500 TIMES.
              10 SEG-ID       PIC X(6).
              10 SEG-NOMBRE   PIC X(40).
              10 SEG-FECHA    PIC 9(8).
              10 SEG-DIAS     PIC 9(5).

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS      PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-INSCRITOS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-EN-META     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-EN-CAMINO   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ATRASADOS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-VENCIDAS    PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SIN-MEDIR   PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(55) VALUE
              "DEVCHRISAR, S.A. - AVANCE HACIA LA META DE BMI".
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 ENC-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(26) VALUE "PARTICIPANTE".
           05 FILLER PIC X(11) VALUE "INICIO".
           05 FILLER PIC X(7)  VALUE "BMI".
           05 FILLER PIC X(7)  VALUE "BMI".
           05 FILLER PIC X(11) VALUE "FECHA".
           05 FILLER PIC X(11) VALUE "ULTIMA".
           05 FILLER PIC X(7)  VALUE "ULTIMO".
           05 FILLER PIC X(8)  VALUE " AVANCE".
           05 FILLER PIC X(10) VALUE "  ESPERADO".
           05 FILLER PIC X(14) VALUE "ESTADO".

       01  ENCABEZADO-4.
           05 FILLER PIC X(45) VALUE SPACE.
           05 FILLER PIC X(7)  VALUE "INIC.".
           05 FILLER PIC X(7)  VALUE "META".
           05 FILLER PIC X(11) VALUE "META".
           05 FILLER PIC X(11) VALUE "MEDICION".
           05 FILLER PIC X(7)  VALUE "BMI".

       01  LINEA-DETALLE.
           05 DET-ID          PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-NOMBRE      PIC X(25).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-INICIO      PIC 9999/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-BMI-INICIAL PIC ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-BMI-META    PIC ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-FECHA-META  PIC 9999/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-ULTIMA      PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-ULTIMO-BMI  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-AVANCE      PIC X(7).
           05 DET-AVANCE-PCT  PIC X(1).
           05 FILLER          PIC X(3) VALUE SPACE.
           05 DET-ESPERADO    PIC X(3).
           05 DET-ESPERADO-PCT PIC X(1).
           05 FILLER          PIC X(3) VALUE SPACE.
           05 DET-ESTADO      PIC X(14).

       01  LINEA-TOTAL.
           05 TOT-TEXTO    PIC X(30).
           05 TOT-CANTIDAD PIC ZZ,ZZ9.

       01  ENCABEZADO-SEGUIMIENTO.
           05 FILLER PIC X(34) VALUE
              "PARTICIPANTES SIN MEDICION EN LOS ".
           05 ENS-DIAS PIC ZZ9.
           05 FILLER PIC X(22) VALUE " DIAS (PARA BUSCARLOS)".

       01  ENCABEZADO-SEG-COLUMNAS.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(41) VALUE "PARTICIPANTE".
           05 FILLER PIC X(15) VALUE "ULTIMA MEDICION".
           05 FILLER PIC X(10) VALUE "  DIAS".

       01  LINEA-SEGUIMIENTO.
           05 LSE-ID      PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LSE-NOMBRE  PIC X(40).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LSE-FECHA   PIC X(10).
           05 FILLER      PIC X(5) VALUE SPACE.
           05 LSE-DIAS    PIC X(6).

       01  LSE-DIAS-EDITADO PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-INICIO.
       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       SORT ORDENADO-ARCHIVO
           ON ASCENDING KEY ORD-ID
           ON ASCENDING KEY ORD-TIPO
           ON ASCENDING KEY ORD-FECHA
           INPUT PROCEDURE IS 0200-LEER-ENTRADAS
           OUTPUT PROCEDURE IS 0300-EVALUAR-PARTICIPANTES.
       PERFORM 0500-SEGUIMIENTO.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-INSCRITOS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.
       GOBACK.

       0200-LEER-ENTRADAS SECTION.
       0210-ABRIR.
       COMPUTE CNV-DIAS = DIAS-HOY - DIAS-SIN-MEDICION.
       SET CNV-A-FECHA TO TRUE.
       CALL "PROG0061".
       IF CNV-OK
           MOVE CNV-FECHA TO FECHA-DESDE
       ELSE
           MOVE FECHA-HOY TO FECHA-DESDE
       END-IF.
       OPEN INPUT METAS-ARCHIVO.
       MOVE "N" TO WS-FIN-SW.
       PERFORM 0220-LEER-META.
       PERFORM 0230-LIBERAR-META
       UNTIL FIN-ARCHIVO.
       CLOSE METAS-ARCHIVO.
       MOVE FECHA-DESDE(1:6) TO MLG-AAAAMM.
       MOVE FECHA-HOY(1:6) TO MES-LOG-FIN.
       PERFORM 0260-LEER-MES-ARCHIVADO
       UNTIL MLG-AAAAMM > MES-LOG-FIN.
       MOVE "BMILOG.DAT" TO NOMBRE-LOG-BMI.
       PERFORM 0270-LEER-UN-LOG.
       GO TO 0290-FIN.

       0220-LEER-META.
       READ METAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       0230-LIBERAR-META.
       MOVE MET-EMPLEADO TO ORD-ID.
       SET ORD-ES-META TO TRUE.
       MOVE MET-FECHA-INICIO TO ORD-FECHA.
       MOVE SPACE TO ORD-BMI.
       MOVE MET-BMI-INICIAL TO ORD-BMI-INICIAL.
       MOVE MET-BMI-META TO ORD-BMI-META.
       MOVE MET-FECHA-META TO ORD-FECHA-META.
       RELEASE ORDENADO-REGISTRO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       IF MET-FECHA-INICIO > ZERO
           AND MET-FECHA-INICIO < FECHA-DESDE
           MOVE MET-FECHA-INICIO TO FECHA-DESDE
       END-IF.
       PERFORM 0220-LEER-META.

       0240-LEER-HISTORIAL.
       READ BMI-LOG
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       0250-LIBERAR-MEDICION.
       MOVE LOG-ID(1:6) TO ORD-ID.
       SET ORD-ES-MEDICION TO TRUE.
       MOVE LOG-FECHA TO ORD-FECHA.
       MOVE LOG-BMI TO ORD-BMI.
       MOVE ZERO TO ORD-BMI-INICIAL.
       MOVE ZERO TO ORD-BMI-META.
       MOVE ZERO TO ORD-FECHA-META.
       RELEASE ORDENADO-REGISTRO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       PERFORM 0240-LEER-HISTORIAL.

      *> PROG0033 NOMBRA CADA ARCHIVO MENSUAL POR EL MES QUE ARCHIVA;
      *> EL QUE NO EXISTE (MES SIN ARCHIVAR O EL MES EN CURSO) SE LEE
      *> VACIO. UNA MEDICION ANTERIOR AL MES DE FECHA-DESDE NO CAMBIA
      *> EL ESTADO DE NADIE NI QUIEN SALE EN LA LISTA DE SEGUIMIENTO;
      *> SOLO QUIEN NO SE HA MEDIDO DESDE ENTONCES SALE CON ULTIMA
      *> MEDICION NINGUNA (NUNCA EN LA LISTA) EN VEZ DE ESA FECHA.
       0260-LEER-MES-ARCHIVADO.
       MOVE SPACE TO NOMBRE-LOG-BMI.
       STRING "BMILOG-" MLG-AAAAMM ".ARC"
           DELIMITED BY SIZE INTO NOMBRE-LOG-BMI.
       PERFORM 0270-LEER-UN-LOG.
       IF MLG-MES = 12
           MOVE 1 TO MLG-MES
           ADD 1 TO MLG-ANO
       ELSE
           ADD 1 TO MLG-MES
       END-IF.

       0270-LEER-UN-LOG.
       OPEN INPUT BMI-LOG.
       MOVE "N" TO WS-FIN-SW.
       PERFORM 0240-LEER-HISTORIAL.
       PERFORM 0250-LIBERAR-MEDICION
       UNTIL FIN-ARCHIVO.
       CLOSE BMI-LOG.

       0290-FIN.
       EXIT.

      *> AL VENIR ORDENADO POR ID, TIPO Y FECHA, CADA PERSONA LLEGA CON
      *> SU META PRIMERO (SI ESTA INSCRITA) Y LUEGO SUS MEDICIONES DE LA
      *> MAS VIEJA A LA MAS RECIENTE; LAS MEDICIONES DE QUIEN NO TIENE
      *> META SE IGNORAN.
       0300-EVALUAR-PARTICIPANTES SECTION.
       0310-ABRIR.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN OUTPUT AVANCE-ARCHIVO.
       MOVE FECHA-HOY TO ENC-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-4.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       PERFORM 0320-RETORNAR.
       PERFORM 0330-PROCESAR
       UNTIL FIN-ORDENADO.
       IF NOT PRIMERA-PERSONA
           PERFORM 0340-CERRAR-PERSONA
       END-IF.
       CLOSE EMPLEADOS-ARCHIVO.
       GO TO 0390-FIN.

       0320-RETORNAR.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       0330-PROCESAR.
       IF PRIMERA-PERSONA
           OR ORD-ID NOT = PERSONA-ACTUAL
           IF NOT PRIMERA-PERSONA
               PERFORM 0340-CERRAR-PERSONA
           END-IF
           MOVE "N" TO WS-PRIMERA-PERSONA-SW
           MOVE ORD-ID TO PERSONA-ACTUAL
           MOVE "N" TO WS-INSCRITO-SW
           MOVE ZERO TO ULTIMA-FECHA
           MOVE ZERO TO ULTIMO-BMI
           MOVE ZERO TO MEDICIONES-DESDE-INICIO
       END-IF.
       IF ORD-ES-META
           MOVE "S" TO WS-INSCRITO-SW
           MOVE ORD-FECHA TO MAC-FECHA-INICIO
           MOVE ORD-BMI-INICIAL TO MAC-BMI-INICIAL
           MOVE ORD-BMI-META TO MAC-BMI-META
           MOVE ORD-FECHA-META TO MAC-FECHA-META
       END-IF.
       IF ORD-ES-MEDICION AND INSCRITO
           MOVE ORD-FECHA TO ULTIMA-FECHA
           PERFORM 0335-CONVERTIR-BMI
           MOVE BT-VALOR TO ULTIMO-BMI
           IF ORD-FECHA NOT < MAC-FECHA-INICIO
               ADD 1 TO MEDICIONES-DESDE-INICIO
           END-IF
       END-IF.
       PERFORM 0320-RETORNAR.

      *> EL BMI VIENE EDITADO EN EL HISTORIAL (P.EJ. " 23.15");
      *> SE RECONSTRUYE EL VALOR NUMERICO POR PARTES.
       0335-CONVERTIR-BMI.
       MOVE ORD-BMI TO BT-TEXTO.
       INSPECT BT-ENTERO REPLACING LEADING " " BY "0".
       INSPECT BT-DECIMAL REPLACING ALL " " BY "0".
       MOVE BT-ENTERO TO BT-ENTERO-9.
       MOVE BT-DECIMAL TO BT-DECIMAL-9.
       COMPUTE BT-VALOR = BT-ENTERO-9 + BT-DECIMAL-9 / 100.

       0340-CERRAR-PERSONA.
       IF INSCRITO
           ADD 1 TO WS-TOTAL-INSCRITOS
           PERFORM 0345-NOMBRE-PARTICIPANTE
           PERFORM 0350-CALCULAR-AVANCE
           PERFORM 0360-IMPRIMIR-PARTICIPANTE
           PERFORM 0370-REVISAR-SEGUIMIENTO
       END-IF.

       0345-NOMBRE-PARTICIPANTE.
       MOVE SPACE TO NOMBRE-COMPLETO.
       MOVE PERSONA-ACTUAL TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO NOMBRE-COMPLETO
           NOT INVALID KEY
               STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EMPLEADOS-APELLIDOS DELIMITED BY "  "
                   INTO NOMBRE-COMPLETO
       END-READ.

      *> EL AVANCE ES LA PARTE DEL CAMINO DEL BMI INICIAL AL BMI META
      *> QUE YA SE RECORRIO (SIRVE IGUAL PARA BAJAR QUE PARA SUBIR; SALE
      *> NEGATIVO SI SE ALEJO DE LA META). LO ESPERADO ES LA PARTE DEL
      *> PLAZO QUE YA TRANSCURRIO.
       0350-CALCULAR-AVANCE.
       MOVE ZERO TO AVANCE-PCT.
       IF MEDICIONES-DESDE-INICIO > ZERO
           AND MAC-BMI-INICIAL NOT = MAC-BMI-META
           COMPUTE AVANCE-PCT ROUNDED =
               (MAC-BMI-INICIAL - ULTIMO-BMI) * 100
               / (MAC-BMI-INICIAL - MAC-BMI-META)
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE MAC-FECHA-INICIO TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-INICIO.
       SET CNV-A-DIAS TO TRUE.
       MOVE MAC-FECHA-META TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-META.
       EVALUATE TRUE
           WHEN DIAS-HOY NOT < DIAS-META
               MOVE 100 TO ESPERADO-PCT
           WHEN DIAS-HOY NOT > DIAS-INICIO
               OR DIAS-META NOT > DIAS-INICIO
               MOVE ZERO TO ESPERADO-PCT
           WHEN OTHER
               COMPUTE ESPERADO-PCT =
                   (DIAS-HOY - DIAS-INICIO) * 100
                   / (DIAS-META - DIAS-INICIO)
       END-EVALUATE.

       0360-IMPRIMIR-PARTICIPANTE.
       MOVE PERSONA-ACTUAL TO DET-ID.
       MOVE NOMBRE-COMPLETO TO DET-NOMBRE.
       MOVE MAC-FECHA-INICIO TO DET-INICIO.
       MOVE MAC-BMI-INICIAL TO DET-BMI-INICIAL.
       MOVE MAC-BMI-META TO DET-BMI-META.
       MOVE MAC-FECHA-META TO DET-FECHA-META.
       IF ULTIMA-FECHA = ZERO
           MOVE "NINGUNA" TO DET-ULTIMA
           MOVE SPACE TO DET-ULTIMO-BMI
       ELSE
           MOVE ULTIMA-FECHA TO FECHA-EDITADA
           MOVE FECHA-EDITADA TO DET-ULTIMA
           MOVE ULTIMO-BMI TO BMI-EDITADO
           MOVE BMI-EDITADO TO DET-ULTIMO-BMI
       END-IF.
       MOVE ESPERADO-PCT TO ESPERADO-EDITADO.
       MOVE ESPERADO-EDITADO TO DET-ESPERADO.
       MOVE "%" TO DET-ESPERADO-PCT.
       IF MEDICIONES-DESDE-INICIO = ZERO
           MOVE SPACE TO DET-AVANCE
           MOVE SPACE TO DET-AVANCE-PCT
       ELSE
           MOVE AVANCE-PCT TO AVANCE-EDITADO
           MOVE AVANCE-EDITADO TO DET-AVANCE
           MOVE "%" TO DET-AVANCE-PCT
       END-IF.
       EVALUATE TRUE
           WHEN MEDICIONES-DESDE-INICIO = ZERO
               MOVE "SIN MEDICIONES" TO DET-ESTADO
               ADD 1 TO WS-TOTAL-SIN-MEDIR
           WHEN AVANCE-PCT NOT < 100
               MOVE "EN META" TO DET-ESTADO
               ADD 1 TO WS-TOTAL-EN-META
           WHEN FECHA-HOY > MAC-FECHA-META
               MOVE "VENCIDA" TO DET-ESTADO
               ADD 1 TO WS-TOTAL-VENCIDAS
           WHEN AVANCE-PCT NOT < ESPERADO-PCT
               MOVE "EN CAMINO" TO DET-ESTADO
               ADD 1 TO WS-TOTAL-EN-CAMINO
           WHEN OTHER
               MOVE "ATRASADO" TO DET-ESTADO
               ADD 1 TO WS-TOTAL-ATRASADOS
       END-EVALUATE.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

      *> CUENTA CUALQUIER MEDICION DE LA PERSONA, AUNQUE SEA ANTERIOR A
      *> SU INSCRIPCION; QUIEN NUNCA SE HA MEDIDO TAMBIEN SE LISTA.
       0370-REVISAR-SEGUIMIENTO.
       IF ULTIMA-FECHA = ZERO
           MOVE ZERO TO DIAS-SIN-MEDIR
       ELSE
           SET CNV-A-DIAS TO TRUE
           MOVE ULTIMA-FECHA TO CNV-FECHA
           CALL "PROG0061"
           MOVE CNV-DIAS TO DIAS-ULTIMA
           IF DIAS-ULTIMA < DIAS-HOY
               COMPUTE DIAS-SIN-MEDIR = DIAS-HOY - DIAS-ULTIMA
           ELSE
               MOVE ZERO TO DIAS-SIN-MEDIR
           END-IF
       END-IF.
       IF ULTIMA-FECHA = ZERO
           OR DIAS-SIN-MEDIR > DIAS-SIN-MEDICION
           IF SEG-TOTAL >= SEG-MAXIMO
               DISPLAY "TABLA DE SEGUIMIENTO LLENA (500); "
                   "LA LISTA ESTA INCOMPLETA."
           ELSE
               ADD 1 TO SEG-TOTAL
               MOVE PERSONA-ACTUAL TO SEG-ID(SEG-TOTAL)
               MOVE NOMBRE-COMPLETO TO SEG-NOMBRE(SEG-TOTAL)
               MOVE ULTIMA-FECHA TO SEG-FECHA(SEG-TOTAL)
               MOVE DIAS-SIN-MEDIR TO SEG-DIAS(SEG-TOTAL)
           END-IF
       END-IF.

       0390-FIN.
       EXIT.

       0500-SEGUIMIENTO SECTION.
       0500-IMPRIMIR-SEGUIMIENTO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "PARTICIPANTES INSCRITOS:" TO TOT-TEXTO.
       MOVE WS-TOTAL-INSCRITOS TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "  EN META:" TO TOT-TEXTO.
       MOVE WS-TOTAL-EN-META TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "  EN CAMINO:" TO TOT-TEXTO.
       MOVE WS-TOTAL-EN-CAMINO TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "  ATRASADOS:" TO TOT-TEXTO.
       MOVE WS-TOTAL-ATRASADOS TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "  META VENCIDA:" TO TOT-TEXTO.
       MOVE WS-TOTAL-VENCIDAS TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "  SIN MEDICIONES:" TO TOT-TEXTO.
       MOVE WS-TOTAL-SIN-MEDIR TO TOT-CANTIDAD.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE DIAS-SIN-MEDICION TO ENS-DIAS.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-SEGUIMIENTO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-SEG-COLUMNAS.
       PERFORM 0510-IMPRIMIR-PENDIENTE
           VARYING SEG-IDX FROM 1 BY 1
           UNTIL SEG-IDX > SEG-TOTAL.
       IF SEG-TOTAL = ZERO
           MOVE "  (NINGUNO)" TO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
       END-IF.
       CLOSE AVANCE-ARCHIVO.
       MOVE "BMIPROG" TO REP-REPORTE.
       MOVE "BMIPROG.PRT" TO REP-ARCHIVO.
       MOVE "PROGBMIP" TO REP-PROGRAMA.
       CALL "PROG0050".
       DISPLAY "PARTICIPANTES INSCRITOS: " WS-TOTAL-INSCRITOS.
       DISPLAY "SIN MEDICION RECIENTE:   " SEG-TOTAL.
       GO TO 0590-FIN.

       0510-IMPRIMIR-PENDIENTE.
       MOVE SEG-ID(SEG-IDX) TO LSE-ID.
       MOVE SEG-NOMBRE(SEG-IDX) TO LSE-NOMBRE.
       IF SEG-FECHA(SEG-IDX) = ZERO
           MOVE "NUNCA" TO LSE-FECHA
           MOVE SPACE TO LSE-DIAS
       ELSE
           MOVE SEG-FECHA(SEG-IDX) TO FECHA-EDITADA
           MOVE FECHA-EDITADA TO LSE-FECHA
           MOVE SEG-DIAS(SEG-IDX) TO LSE-DIAS-EDITADO
           MOVE LSE-DIAS-EDITADO TO LSE-DIAS
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-SEGUIMIENTO.

       0590-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROGBMIP" TO RUN-PROGRAMA.
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


       END PROGRAM PROGBMIP.
