       *>              DE EMPLEADOS Y AL HISTORIAL SE GRABA EL ID       *
       *>              VERIFICADO, PARA QUE BMILOG.DAT SE PUEDA CRUZAR  *
       *>              CON EL MAESTRO (VER PROGBMID).                   *
       *> 15/10/2026 - EL OPERADOR ESCOGE EL SISTEMA DE UNIDADES (M =   *
       *>              KILOGRAMOS Y CENTIMETROS, I = LIBRAS Y PULGADAS; *
       *>              EN BLANCO ES METRICO, COMO HASTA AHORA). LA      *
       *>              FORMULA INGLESA, QUE ESTABA SOLO COMENTADA, SE   *
       *>              USA CUANDO SE ESCOGE I, Y CADA RENGLON DE        *
       *>              BMILOG.DAT GRABA LA UNIDAD DE LA MEDICION.       *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-FECHA-HOY PIC 9(8).
       01 DATOS-VALIDOS-SW PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
       01 SISTEMA-UNIDADES PIC X.
           88 SISTEMA-METRICO VALUE "M".
           88 SISTEMA-INGLES  VALUE "I".
           88 SISTEMA-VALIDO  VALUE "M" "I".

       01 LINEA-LOG.
           05 LOG-FECHA      PIC 9(8).
           05 LOG-BMI        PIC Z99.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LOG-CATEGORIA  PIC X(15).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LOG-UNIDAD     PIC X(1).

       PROCEDURE DIVISION.
      *> LOS INTERRUPTORES DE LOS DIALOGOS SE REINICIAN AQUI: EL MENU
       0100-INICIO.
       MOVE "N" TO ID-VALIDO-SW.
       MOVE "N" TO DATOS-VALIDOS-SW.
       MOVE SPACE TO SISTEMA-UNIDADES.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       PERFORM 0120-SOLICITAR-ID
       UNTIL ID-VALIDO.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM 0140-SOLICITAR-UNIDADES
       UNTIL SISTEMA-VALIDO.
       PERFORM 0150-SOLICITAR-DATOS
       UNTIL DATOS-VALIDOS.
      *> WEIGHT Y HEIGHT_INCHES LLEVAN LAS MEDIDAS EN LA UNIDAD QUE SE
      *> ESCOGIO: KILOGRAMOS Y CENTIMETROS, O LIBRAS Y PULGADAS.
       IF SISTEMA-INGLES
           COMPUTE BMI-NUM =
               WEIGHT * 703 / (HEIGHT_INCHES * HEIGHT_INCHES)
       ELSE
           COMPUTE BMI-NUM =
               WEIGHT / HEIGHT_INCHES / HEIGHT_INCHES * 10000
       END-IF.
       MOVE BMI-NUM TO BMI.
       EVALUATE TRUE
           WHEN BMI-NUM < 18.5
               END-IF
       END-READ.

      *> EN BLANCO SE TOMA EL SISTEMA METRICO, QUE ES EL DE LA BASCULA
      *> DEL CONSULTORIO.
       0140-SOLICITAR-UNIDADES.
       DISPLAY "SISTEMA DE UNIDADES (M = KG/CM, I = LIBRAS/PULGADAS,"
           " EN BLANCO = M) :".
       MOVE SPACE TO SISTEMA-UNIDADES.
       ACCEPT SISTEMA-UNIDADES.
       INSPECT SISTEMA-UNIDADES CONVERTING "mi" TO "MI".
       IF SISTEMA-UNIDADES = SPACE
           SET SISTEMA-METRICO TO TRUE
       END-IF.
       IF NOT SISTEMA-VALIDO
           DISPLAY "OPCION NO VALIDA, USA M O I."
       END-IF.

       0150-SOLICITAR-DATOS.
       IF SISTEMA-INGLES
           DISPLAY "DIGITE SU ALTURA EN PULGADAS :"
       ELSE
           DISPLAY "DIGITE SU ALTURA EN CENTIMETROS :"
       END-IF.
       ACCEPT HEIGHT_INCHES.
       IF SISTEMA-INGLES
           DISPLAY "DIGITE SU PESO EN LIBRAS :"
       ELSE
           DISPLAY "DIGITE SU PESO EN KILOGRAMOS :"
       END-IF.
       ACCEPT WEIGHT.
       IF HEIGHT_INCHES = ZERO OR WEIGHT = ZERO
           DISPLAY "LA ALTURA Y EL PESO DEBEN SER MAYORES A CERO."
       MOVE HEIGHT_INCHES TO LOG-HEIGHT.
       MOVE BMI TO LOG-BMI.
       MOVE BMI-CATEGORIA TO LOG-CATEGORIA.
       MOVE SISTEMA-UNIDADES TO LOG-UNIDAD.
       OPEN EXTEND BMI-LOG.
       WRITE BMI-LOG-REGISTRO FROM LINEA-LOG.
       CLOSE BMI-LOG.
