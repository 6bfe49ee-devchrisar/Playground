       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROGBMIM".
       AUTHOR.     DEVCHRISAR.
       *>--------------------------------------------------------------*
       *>    METAS DE BMI DEL PROGRAMA DE BIENESTAR (METASBMI.DAT).    *
       *>    EL COORDINADOR INSCRIBE A CADA PARTICIPANTE CON SU FECHA  *
       *>    DE INICIO, EL BMI CON EL QUE ARRANCA, EL BMI QUE QUIERE   *
       *>    ALCANZAR Y LA FECHA META; PUEDE CAMBIAR LA META, DAR DE   *
       *>    BAJA LA INSCRIPCION O CONSULTARLA. EL PARTICIPANTE DEBE   *
       *>    SER UN EMPLEADO ACTIVO DEL MAESTRO, LAS FECHAS DEBEN SER  *
       *>    DE CALENDARIO (PROG0061) Y LA META POSTERIOR AL INICIO.   *
       *>    SI EL BMI INICIAL SE DEJA EN CERO SE TOMA LA ULTIMA       *
       *>    MEDICION DE LA PERSONA EN BMILOG.DAT O EN LOS ARCHIVOS    *
       *>    MENSUALES BMILOG-AAAAMM.ARC (PROG0033) DESDE EL MES DE    *
       *>    INICIO. PARA REINICIAR UNA META CON OTRO ARRANQUE SE DA   *
       *>    DE BAJA Y SE INSCRIBE DE NUEVO. EL AVANCE LO REPORTA      *
       *>    PROGBMIP.                                                 *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL METAS-ARCHIVO ASSIGN TO "METASBMI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MET-EMPLEADO
           FILE STATUS IS METAS-ESTADO.

       SELECT OPTIONAL BMI-LOG ASSIGN USING NOMBRE-LOG-BMI
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO EMPLEADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
              WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

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

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY FECHADIAS.

       01  METAS-ESTADO PIC X(2).
           88 METAS-OK VALUE "00".
       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  ID-VALIDO-SW PIC X VALUE "N".
           88 ID-VALIDO VALUE "S".
       01  DATOS-VALIDOS-SW PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
       01  CANCELADO-SW PIC X VALUE "N".
           88 CANCELADO VALUE "S".
       01  WS-FIN-SW PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".

       01  IDENTIFICADOR   PIC X(6).
       01  FECHA-HOY       PIC 9(8).
       01  FECHA-TECLEADA  PIC 9(8).
       01  BMI-TECLEADO    PIC 9(3)V99.
       01  BMI-EDITADO     PIC ZZ9.99.

       01  ULTIMA-FECHA    PIC 9(8).
       01  ULTIMO-BMI      PIC 9(3)V99.

      *> NOMBRE DEL LOG QUE SE LEE (EL VIVO O UN ARCHIVO MENSUAL) Y
      *> MES DEL ARCHIVO MENSUAL EN TURNO.
       01  NOMBRE-LOG-BMI  PIC X(30).
       01  MES-LOG.
           05 MLG-AAAAMM   PIC 9(6).
           05 MLG-PARTES REDEFINES MLG-AAAAMM.
              10 MLG-ANO   PIC 9(4).
              10 MLG-MES   PIC 9(2).
       01  MES-LOG-FIN     PIC 9(6).

       01  BMI-TRABAJO.
           05 BT-TEXTO.
              10 BT-ENTERO  PIC X(3).
              10 FILLER     PIC X(1).
              10 BT-DECIMAL PIC X(2).
           05 BT-ENTERO-9   PIC 9(3).
           05 BT-DECIMAL-9  PIC 9(2).
           05 BT-VALOR      PIC 9(3)V99.

       01  OPCION-MENU PIC 9.
           88 OPCION-INSCRIBIR VALUE 1.
           88 OPCION-MODIFICAR VALUE 2.
           88 OPCION-BAJA      VALUE 3.
           88 OPCION-CONSULTAR VALUE 4.
           88 OPCION-SALIR     VALUE 5.

       01  CONFIRMACION PIC X.

       01  LINEA-CONSULTA.
           05 FILLER        PIC X(13) VALUE "PARTICIPANTE:".
           05 LCO-ID        PIC X(7).
           05 LCO-NOMBRE    PIC X(25).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LCO-APELLIDOS PIC X(35).

       01  LINEA-META.
           05 FILLER        PIC X(8) VALUE "INICIO: ".
           05 LME-INICIO    PIC 9999/99/99.
           05 FILLER        PIC X(6) VALUE "  BMI ".
           05 LME-INICIAL   PIC ZZ9.99.
           05 FILLER        PIC X(9) VALUE "   META: ".
           05 LME-FECHA     PIC 9999/99/99.
           05 FILLER        PIC X(6) VALUE "  BMI ".
           05 LME-META      PIC ZZ9.99.

       PROCEDURE DIVISION.
      *> EL AREA DEL OPERADOR NACE EN LOW-VALUES CUANDO EL PROGRAMA
      *> CORRE SUELTO; SE NORMALIZA A ESPACIOS PARA EL SELLO DE
      *> CAPTURA. LA OPCION SE REINICIA EN CADA LLAMADA.
       0100-INICIO.
       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       MOVE ZERO TO OPCION-MENU.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       OPEN I-O METAS-ARCHIVO.
       IF NOT METAS-OK
           OPEN OUTPUT METAS-ARCHIVO
           CLOSE METAS-ARCHIVO
           OPEN I-O METAS-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM 0200-MOSTRAR-MENU
       UNTIL OPCION-SALIR.
       CLOSE METAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       GOBACK.

       0200-MOSTRAR-MENU.
       DISPLAY "1. INSCRIBIR UN PARTICIPANTE".
       DISPLAY "2. CAMBIAR LA META DE UN PARTICIPANTE".
       DISPLAY "3. DAR DE BAJA UNA INSCRIPCION".
       DISPLAY "4. CONSULTAR UN PARTICIPANTE".
       DISPLAY "5. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-INSCRIBIR
           PERFORM 0300-INSCRIBIR
       END-IF.
       IF OPCION-MODIFICAR
           PERFORM 0400-MODIFICAR
       END-IF.
       IF OPCION-BAJA
           PERFORM 0500-DAR-DE-BAJA
       END-IF.
       IF OPCION-CONSULTAR
           PERFORM 0600-CONSULTAR
       END-IF.

       0300-INSCRIBIR.
       MOVE "N" TO ID-VALIDO-SW.
       MOVE "N" TO CANCELADO-SW.
       PERFORM 0310-SOLICITAR-ID
       UNTIL ID-VALIDO OR CANCELADO.
       IF ID-VALIDO
           MOVE SPACE TO METASBMI-REGISTRO
           MOVE IDENTIFICADOR TO MET-EMPLEADO
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0320-SOLICITAR-FECHA-INICIO
           UNTIL DATOS-VALIDOS
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0330-SOLICITAR-BMI-INICIAL
           UNTIL DATOS-VALIDOS
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0340-SOLICITAR-BMI-META
           UNTIL DATOS-VALIDOS
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0350-SOLICITAR-FECHA-META
           UNTIL DATOS-VALIDOS
           MOVE FECHA-HOY TO MET-FECHA-CAPTURA
           MOVE OPERADOR-ID-ACTUAL TO MET-CAPTURADO-POR
           WRITE METASBMI-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA INSCRIPCION."
               NOT INVALID KEY
                   DISPLAY "PARTICIPANTE INSCRITO."
           END-WRITE
       END-IF.

      *> SOLO SE INSCRIBE A UN EMPLEADO ACTIVO QUE NO TENGA YA UNA
      *> META; UN ID EN BLANCO REGRESA AL MENU.
       0310-SOLICITAR-ID.
       DISPLAY "ID DE EMPLEADO A INSCRIBIR (EN BLANCO = VOLVER): ".
       MOVE SPACE TO IDENTIFICADOR.
       ACCEPT IDENTIFICADOR.
       IF IDENTIFICADOR = SPACE
           MOVE "S" TO CANCELADO-SW
       ELSE
           MOVE IDENTIFICADOR TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE NINGUN EMPLEADO CON ESE ID."
               NOT INVALID KEY
                   IF EMPLEADO-BAJA
                       DISPLAY "ESE EMPLEADO ESTA DADO DE BAJA."
                   ELSE
                       PERFORM 0315-VERIFICAR-NO-INSCRITO
                   END-IF
           END-READ
       END-IF.

       0315-VERIFICAR-NO-INSCRITO.
       MOVE IDENTIFICADOR TO MET-EMPLEADO.
       READ METAS-ARCHIVO
           INVALID KEY
               MOVE "S" TO ID-VALIDO-SW
           NOT INVALID KEY
               DISPLAY "ESE EMPLEADO YA TIENE UNA META REGISTRADA."
       END-READ.

      *> LA FECHA DE INICIO NO PUEDE SER FUTURA; CERO ES HOY.
       0320-SOLICITAR-FECHA-INICIO.
       DISPLAY "FECHA DE INICIO (AAAAMMDD, 0 = HOY): ".
       ACCEPT FECHA-TECLEADA.
       IF FECHA-TECLEADA = ZERO
           MOVE FECHA-HOY TO FECHA-TECLEADA
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-TECLEADA TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           IF FECHA-TECLEADA > FECHA-HOY
               DISPLAY "LA FECHA DE INICIO NO PUEDE SER FUTURA."
           ELSE
               MOVE FECHA-TECLEADA TO MET-FECHA-INICIO
               MOVE "S" TO DATOS-VALIDOS-SW
           END-IF
       ELSE
           DISPLAY "FECHA NO VALIDA, USA AAAAMMDD."
       END-IF.

       0330-SOLICITAR-BMI-INICIAL.
       DISPLAY "BMI INICIAL (0 = ULTIMA MEDICION REGISTRADA): ".
       ACCEPT BMI-TECLEADO.
       IF BMI-TECLEADO = ZERO
           PERFORM 0360-BUSCAR-ULTIMA-MEDICION
           IF ULTIMA-FECHA = ZERO
               DISPLAY "NO HAY MEDICIONES DE ESE EMPLEADO; "
                   "TECLEA EL BMI INICIAL."
           ELSE
               MOVE ULTIMO-BMI TO BMI-TECLEADO
               MOVE ULTIMO-BMI TO BMI-EDITADO
               DISPLAY "SE TOMA LA MEDICION DEL " ULTIMA-FECHA
                   ": " BMI-EDITADO
           END-IF
       END-IF.
       IF BMI-TECLEADO > ZERO
           IF BMI-TECLEADO NOT < 100
               DISPLAY "EL BMI DEBE SER MENOR A 100."
           ELSE
               MOVE BMI-TECLEADO TO MET-BMI-INICIAL
               MOVE "S" TO DATOS-VALIDOS-SW
           END-IF
       END-IF.

       0340-SOLICITAR-BMI-META.
       DISPLAY "BMI META: ".
       ACCEPT BMI-TECLEADO.
       EVALUATE TRUE
           WHEN BMI-TECLEADO = ZERO
               OR BMI-TECLEADO NOT < 100
               DISPLAY "EL BMI META DEBE SER MAYOR A CERO Y MENOR "
                   "A 100."
           WHEN BMI-TECLEADO = MET-BMI-INICIAL
               DISPLAY "LA META ES IGUAL AL BMI INICIAL."
           WHEN OTHER
               MOVE BMI-TECLEADO TO MET-BMI-META
               MOVE "S" TO DATOS-VALIDOS-SW
       END-EVALUATE.

       0350-SOLICITAR-FECHA-META.
       DISPLAY "FECHA META (AAAAMMDD): ".
       ACCEPT FECHA-TECLEADA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-TECLEADA TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           IF FECHA-TECLEADA NOT > MET-FECHA-INICIO
               DISPLAY "LA FECHA META DEBE SER POSTERIOR AL INICIO."
           ELSE
               MOVE FECHA-TECLEADA TO MET-FECHA-META
               MOVE "S" TO DATOS-VALIDOS-SW
           END-IF
       ELSE
           DISPLAY "FECHA NO VALIDA, USA AAAAMMDD."
       END-IF.

      *> EL HISTORIAL NO VIENE ORDENADO (LAS CORRIDAS POR LOTE GRABAN
      *> CON LA FECHA DEL LOTE), ASI QUE SE RECORRE COMPLETO Y SE
      *> QUEDA LA DE FECHA MAS RECIENTE; EN EMPATE, LA ULTIMA GRABADA.
      *> LO ANTERIOR AL MES EN CURSO PUEDE ESTAR YA EN LOS ARCHIVOS
      *> MENSUALES DE PROG0033 (UNO POR MES ARCHIVADO; EL QUE NO EXISTE
      *> SE LEE VACIO): SE LEEN DEL MES DE INICIO AL MES EN CURSO Y AL
      *> FINAL EL LOG VIVO. LOS ARCHIVOS DE MESES ANTERIORES AL INICIO
      *> NO SE LEEN: UNA MEDICION TAN VIEJA NO SIRVE DE ARRANQUE Y, SI
      *> NO HAY OTRA, EL BMI INICIAL SE TECLEA.
       0360-BUSCAR-ULTIMA-MEDICION.
       MOVE ZERO TO ULTIMA-FECHA.
       MOVE ZERO TO ULTIMO-BMI.
       MOVE MET-FECHA-INICIO(1:6) TO MLG-AAAAMM.
       MOVE FECHA-HOY(1:6) TO MES-LOG-FIN.
       PERFORM 0362-LEER-MES-ARCHIVADO
       UNTIL MLG-AAAAMM > MES-LOG-FIN.
       MOVE "BMILOG.DAT" TO NOMBRE-LOG-BMI.
       PERFORM 0364-LEER-UN-LOG.

       0362-LEER-MES-ARCHIVADO.
       MOVE SPACE TO NOMBRE-LOG-BMI.
       STRING "BMILOG-" MLG-AAAAMM ".ARC"
           DELIMITED BY SIZE INTO NOMBRE-LOG-BMI.
       PERFORM 0364-LEER-UN-LOG.
       IF MLG-MES = 12
           MOVE 1 TO MLG-MES
           ADD 1 TO MLG-ANO
       ELSE
           ADD 1 TO MLG-MES
       END-IF.

       0364-LEER-UN-LOG.
       MOVE "N" TO WS-FIN-SW.
       OPEN INPUT BMI-LOG.
       PERFORM 0365-LEER-MEDICION
       UNTIL FIN-ARCHIVO.
       CLOSE BMI-LOG.

       0365-LEER-MEDICION.
       READ BMI-LOG
           AT END
               SET FIN-ARCHIVO TO TRUE
           NOT AT END
               IF LOG-ID(1:6) = MET-EMPLEADO
                   AND LOG-FECHA NOT < ULTIMA-FECHA
                   MOVE LOG-FECHA TO ULTIMA-FECHA
                   PERFORM 0370-CONVERTIR-BMI
                   MOVE BT-VALOR TO ULTIMO-BMI
               END-IF
       END-READ.

      *> EL BMI VIENE EDITADO EN EL HISTORIAL (P.EJ. " 23.15");
      *> SE RECONSTRUYE EL VALOR NUMERICO POR PARTES.
       0370-CONVERTIR-BMI.
       MOVE LOG-BMI TO BT-TEXTO.
       INSPECT BT-ENTERO REPLACING LEADING " " BY "0".
       INSPECT BT-DECIMAL REPLACING ALL " " BY "0".
       MOVE BT-ENTERO TO BT-ENTERO-9.
       MOVE BT-DECIMAL TO BT-DECIMAL-9.
       COMPUTE BT-VALOR = BT-ENTERO-9 + BT-DECIMAL-9 / 100.

      *> SOLO SE CAMBIAN EL BMI META Y LA FECHA META; EL ARRANQUE
      *> QUEDA COMO SE INSCRIBIO.
       0400-MODIFICAR.
       PERFORM 0700-LEER-PARTICIPANTE.
       IF METAS-OK
           PERFORM 0800-MOSTRAR-PARTICIPANTE
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0340-SOLICITAR-BMI-META
           UNTIL DATOS-VALIDOS
           MOVE "N" TO DATOS-VALIDOS-SW
           PERFORM 0350-SOLICITAR-FECHA-META
           UNTIL DATOS-VALIDOS
           MOVE FECHA-HOY TO MET-FECHA-CAPTURA
           MOVE OPERADOR-ID-ACTUAL TO MET-CAPTURADO-POR
           REWRITE METASBMI-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO CAMBIAR LA META."
               NOT INVALID KEY
                   DISPLAY "META CAMBIADA."
           END-REWRITE
       END-IF.

       0500-DAR-DE-BAJA.
       PERFORM 0700-LEER-PARTICIPANTE.
       IF METAS-OK
           PERFORM 0800-MOSTRAR-PARTICIPANTE
           DISPLAY "CONFIRMA LA BAJA DE LA INSCRIPCION (S/N): "
           ACCEPT CONFIRMACION
           IF CONFIRMACION = "S" OR CONFIRMACION = "s"
               DELETE METAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE BAJA."
                   NOT INVALID KEY
                       DISPLAY "INSCRIPCION DADA DE BAJA."
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA."
           END-IF
       END-IF.

       0600-CONSULTAR.
       PERFORM 0700-LEER-PARTICIPANTE.
       IF METAS-OK
           PERFORM 0800-MOSTRAR-PARTICIPANTE
       END-IF.

       0700-LEER-PARTICIPANTE.
       DISPLAY "ID DEL PARTICIPANTE: ".
       MOVE SPACE TO MET-EMPLEADO.
       ACCEPT MET-EMPLEADO.
       READ METAS-ARCHIVO
           INVALID KEY
               DISPLAY "ESE EMPLEADO NO ESTA INSCRITO."
       END-READ.

       0800-MOSTRAR-PARTICIPANTE.
       MOVE MET-EMPLEADO TO LCO-ID.
       MOVE MET-EMPLEADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO LCO-NOMBRE
               MOVE SPACE TO LCO-APELLIDOS
           NOT INVALID KEY
               MOVE EMPLEADOS-NOMBRE TO LCO-NOMBRE
               MOVE EMPLEADOS-APELLIDOS TO LCO-APELLIDOS
       END-READ.
       DISPLAY LINEA-CONSULTA.
       MOVE MET-FECHA-INICIO TO LME-INICIO.
       MOVE MET-BMI-INICIAL TO LME-INICIAL.
       MOVE MET-FECHA-META TO LME-FECHA.
       MOVE MET-BMI-META TO LME-META.
       DISPLAY LINEA-META.

       END PROGRAM PROGBMIM.
