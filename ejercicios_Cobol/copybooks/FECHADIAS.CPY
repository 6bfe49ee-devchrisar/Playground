      * -------------------------------------------------------------- *
      * FECHADIAS.CPY                                                   *
      * AREA EXTERNA DE LA CONVERSION DE FECHAS (PROG0061). UNA FECHA   *
      * AAAAMMDD SE CONVIERTE EN DIA CORRIDO (NUMERO DE DIA CONTINUO,   *
      * SIN HUECOS ENTRE MESES NI ANOS) Y VICEVERSA, PARA SUMAR DIAS A  *
      * UNA FECHA O CONTAR LOS DIAS ENTRE DOS FECHAS CON UNA SIMPLE     *
      * RESTA. EL LLAMADOR PONE LA OPERACION Y EL DATO DE ENTRADA;      *
      * UNA FECHA QUE NO ES DE CALENDARIO REGRESA CNV-ERROR Y EL DIA    *
      * CORRIDO EN CERO.                                                *
      * -------------------------------------------------------------- *
       01 CONVERSION-FECHA EXTERNAL.
          05 CNV-OPERACION PIC X(1).
             88 CNV-A-DIAS  VALUE "D".
             88 CNV-A-FECHA VALUE "F".
          05 CNV-FECHA     PIC 9(8).
          05 CNV-DIAS      PIC 9(7).
          05 CNV-ESTADO    PIC X(1).
             88 CNV-OK      VALUE "S".
             88 CNV-ERROR   VALUE "N".
