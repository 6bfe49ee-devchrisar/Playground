       *> 01/09/2026 - AL CERRAR EL REPORTE SE ARCHIVA UNA COPIA        *
       *>              FECHADA VIA PROG0050 (AREA REPARCH); PROG0051    *
       *>              LISTA Y REIMPRIME LAS COPIAS RETENIDAS.          *
       *> 15/10/2026 - BMILOG.DAT TRAE LA UNIDAD DE CADA MEDICION. EL   *
       *>              REPORTE MUESTRA SIEMPRE PESO EN KILOGRAMOS Y     *
       *>              ALTURA EN CENTIMETROS: LAS MEDICIONES TOMADAS EN *
       *>              LIBRAS Y PULGADAS SE CONVIERTEN Y SALEN MARCADAS *
       *>              CON (*); EL BMI Y EL CAMBIO NO SE AFECTAN.       *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 LOG-BMI        PIC X(6).
           05 FILLER         PIC X(1).
           05 LOG-CATEGORIA  PIC X(15).
           05 FILLER         PIC X(1).
           05 LOG-UNIDAD     PIC X(1).

       SD ORDENADO-ARCHIVO.
       01 ORDENADO-REGISTRO.
           05 ORD-HEIGHT    PIC X(3).
           05 ORD-BMI       PIC X(6).
           05 ORD-CATEGORIA PIC X(15).
           05 ORD-UNIDAD    PIC X(1).

       FD TENDENCIA-ARCHIVO.
       01 LINEA-IMPRESION PIC X(121).
           05 BT-DECIMAL-9  PIC 9(2).
           05 BT-VALOR      PIC 9(3)V99.

      *> LAS MEDICIONES EN LIBRAS/PULGADAS SE LLEVAN A KG/CM PARA QUE
      *> TODO EL REPORTE SE LEA EN UNA SOLA UNIDAD.
       01  MEDIDAS-TRABAJO.
           05 MT-PESO-X    PIC X(3).
           05 MT-PESO-9    REDEFINES MT-PESO-X PIC 9(3).
           05 MT-ALTURA-X  PIC X(3).
           05 MT-ALTURA-9  REDEFINES MT-ALTURA-X PIC 9(3).
           05 MT-KILOS     PIC 9(3).
           05 MT-CENTIMETROS PIC 9(3).
           05 MT-EDITADO   PIC ZZ9.

       01  BMI-ACTUAL     PIC 9(3)V99.
       01  BMI-ANTERIOR   PIC 9(3)V99.
       01  BMI-PRIMERO    PIC 9(3)V99.
       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-2.
           05 FILLER PIC X(45) VALUE
              "PESO EN KG Y ALTURA EN CM; (*) = MEDICION EN ".
           05 FILLER PIC X(35) VALUE
              "LIBRAS/PULGADAS, CONVERTIDA".

       01  ENCABEZADO-PERSONA.
           05 FILLER PIC X(13) VALUE "PERSONA: ".
           05 ENC-ID PIC X(10).
           05 DET-PESO      PIC X(3).
           05 FILLER        PIC X(3) VALUE SPACE.
           05 DET-ALTURA    PIC X(3).
           05 DET-CONVERTIDA PIC X(1).
           05 FILLER        PIC X(3) VALUE SPACE.
           05 DET-BMI       PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-CATEGORIA PIC X(15).
       MOVE LOG-HEIGHT TO ORD-HEIGHT.
       MOVE LOG-BMI TO ORD-BMI.
       MOVE LOG-CATEGORIA TO ORD-CATEGORIA.
       MOVE LOG-UNIDAD TO ORD-UNIDAD.
       RELEASE ORDENADO-REGISTRO.
       PERFORM 0220-LEER.

       0310-ABRIR.
       OPEN OUTPUT TENDENCIA-ARCHIVO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       PERFORM 0320-RETORNAR.
       PERFORM 0330-PROCESAR-MEDICION

       0350-IMPRIMIR-MEDICION.
       MOVE ORD-FECHA TO DET-FECHA.
       IF ORD-UNIDAD = "I"
           PERFORM 0355-CONVERTIR-MEDIDAS
       ELSE
           MOVE ORD-WEIGHT TO DET-PESO
           MOVE ORD-HEIGHT TO DET-ALTURA
           MOVE SPACE TO DET-CONVERTIDA
       END-IF.
       MOVE ORD-BMI TO DET-BMI.
       MOVE ORD-CATEGORIA TO DET-CATEGORIA.
       IF PRIMERA-MEDICION
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       ADD 1 TO WS-TOTAL-MEDICIONES.

      *> EL PESO Y LA ALTURA VIENEN EDITADOS (ZZ9); SE RELLENAN CON
      *> CEROS PARA LEERLOS COMO NUMERO. EL BMI NO SE TOCA: YA SE
      *> CALCULO CON LA FORMULA DE LA UNIDAD ORIGINAL.
       0355-CONVERTIR-MEDIDAS.
       MOVE ORD-WEIGHT TO MT-PESO-X.
       INSPECT MT-PESO-X REPLACING LEADING " " BY "0".
       MOVE ORD-HEIGHT TO MT-ALTURA-X.
       INSPECT MT-ALTURA-X REPLACING LEADING " " BY "0".
       COMPUTE MT-KILOS ROUNDED = MT-PESO-9 * 0.45359237.
       COMPUTE MT-CENTIMETROS ROUNDED = MT-ALTURA-9 * 2.54.
       MOVE MT-KILOS TO MT-EDITADO.
       MOVE MT-EDITADO TO DET-PESO.
       MOVE MT-CENTIMETROS TO MT-EDITADO.
       MOVE MT-EDITADO TO DET-ALTURA.
       MOVE "*" TO DET-CONVERTIDA.

       0360-CERRAR-PERSONA.
       COMPUTE DIFERENCIA = BMI-ANTERIOR - BMI-PRIMERO.
       MOVE DIFERENCIA TO RES-CAMBIO.
