       *>              LOTE (BMILOG.LOT) Y SOLO SE VUELCAN AL HISTORIAL *
       *>              CUANDO EL LOTE CONCILIA, PARA NO ENSUCIAR        *
       *>              BMILOG.DAT CON UN LOTE QUE SE RECHAZA AL FINAL.  *
       *> 15/10/2026 - EL DETALLE DE ROSTERIN.DAT LLEVA UN INDICADOR DE *
       *>              UNIDAD DESPUES DE LA ALTURA (M = KILOGRAMOS Y    *
       *>              CENTIMETROS, I = LIBRAS Y PULGADAS; EN BLANCO ES *
       *>              METRICO, ASI LOS ARCHIVOS ANTERIORES SIGUEN      *
       *>              IGUAL). EL BMI SE CALCULA CON LA FORMULA DE ESA  *
       *>              UNIDAD, UN INDICADOR DESCONOCIDO SALE COMO       *
       *>              "UNIDAD INVALIDA" SIN PASAR AL HISTORIAL, Y      *
       *>              BMILOG.DAT GRABA LA UNIDAD DE CADA MEDICION.     *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 RI-ENCABEZADO VALUE "H".
              88 RI-DETALLE    VALUE "D".
              88 RI-CIERRE     VALUE "T".
           05 RI-DATOS PIC X(17).
           05 RI-DATOS-ENC REDEFINES RI-DATOS.
              10 RI-FECHA-LOTE PIC 9(8).
              10 FILLER        PIC X(9).
      *> RI-UNIDAD: M = KILOGRAMOS/CENTIMETROS, I = LIBRAS/PULGADAS;
      *> EN BLANCO (ARCHIVOS DE ANTES DEL INDICADOR) ES METRICO.
           05 RI-DATOS-DET REDEFINES RI-DATOS.
              10 RI-ID            PIC X(10).
              10 RI-WEIGHT         PIC 999.
              10 RI-HEIGHT_INCHES  PIC 999.
              10 RI-UNIDAD         PIC X.
           05 RI-DATOS-CIERRE REDEFINES RI-DATOS.
              10 RI-TOTAL PIC 9(9).
              10 FILLER   PIC X(8).

       FD FECHAS-PROCESADAS.
       01 FECHA-PROCESADA-REG PIC 9(8).
       01  WS-ID-VALIDO-SW PIC X.
           88 ID-VALIDO VALUE "S".

       01  SISTEMA-UNIDADES PIC X.
           88 SISTEMA-METRICO VALUE "M".
           88 SISTEMA-INGLES  VALUE "I".
           88 SISTEMA-VALIDO  VALUE "M" "I".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS    PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-VALIDOS   PIC 9(5) VALUE ZERO.
           05 LOG-BMI        PIC Z99.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LOG-CATEGORIA  PIC X(15).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LOG-UNIDAD     PIC X(1).

       01  WS-FIN-LOTE-SW PIC X VALUE "N".
           88 FIN-LOTE VALUE "S".
           ADD 1 TO WS-TOTAL-VALIDOS
           MOVE SPACE TO LS-ID
           MOVE EMPLEADOS-ID TO LS-ID(1:6)
           MOVE RI-UNIDAD TO SISTEMA-UNIDADES
           IF SISTEMA-UNIDADES = SPACE
               SET SISTEMA-METRICO TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT SISTEMA-VALIDO
                   MOVE ZERO TO BMI
                   MOVE "UNIDAD INVALIDA" TO BMI-CATEGORIA
               WHEN RI-HEIGHT_INCHES = ZERO OR RI-WEIGHT = ZERO
                   MOVE ZERO TO BMI
                   MOVE "ALTURA/PESO INVALIDO" TO BMI-CATEGORIA
               WHEN OTHER
                   PERFORM 0330-CALCULAR-BMI
                   MOVE BMI-NUM TO BMI
                   PERFORM 0400-CLASIFICAR-BMI
                   PERFORM 0320-GRABAR-LOTE-LOG
           END-EVALUATE
       END-IF.
       MOVE BMI TO LS-BMI.
       MOVE BMI-CATEGORIA TO LS-CATEGORIA.
       MOVE RI-HEIGHT_INCHES TO LOG-HEIGHT.
       MOVE BMI TO LOG-BMI.
       MOVE BMI-CATEGORIA TO LOG-CATEGORIA.
       MOVE SISTEMA-UNIDADES TO LOG-UNIDAD.
       WRITE BMI-LOTE-REGISTRO FROM LINEA-LOG.

       0330-CALCULAR-BMI.
       IF SISTEMA-INGLES
           COMPUTE BMI-NUM =
               RI-WEIGHT * 703 / (RI-HEIGHT_INCHES * RI-HEIGHT_INCHES)
       ELSE
           COMPUTE BMI-NUM =
               RI-WEIGHT / RI-HEIGHT_INCHES / RI-HEIGHT_INCHES
               * 10000
       END-IF.

       0350-VALIDAR-ID.
       MOVE "N" TO WS-ID-VALIDO-SW.
       MOVE RI-ID(1:6) TO EMPLEADOS-ID.
