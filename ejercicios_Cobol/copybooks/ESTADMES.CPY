      * -------------------------------------------------------------- *
      * ESTADMES.CPY                                                    *
      * REGISTRO DEL ARCHIVO DE ESTADISTICAS MENSUALES DE PLANTILLA     *
      * (ESTADMES.DAT), UNO POR MES Y DEPARTAMENTO, QUE GRABA EL CIERRE *
      * DE MES DE ROTACION (PROG0075): PLANTILLA AL INICIO, ALTAS,      *
      * REINGRESOS, BAJAS Y PLANTILLA AL CIERRE. ES LA UNICA HISTORIA   *
      * DE ESAS CIFRAS: LA DEPURACION DEL MAESTRO (PROG0046) BORRA A    *
      * LOS EMPLEADOS VIEJOS, PERO SUS MESES YA QUEDARON AQUI, Y EL     *
      * INICIO DE CADA MES ES EL CIERRE GUARDADO DEL MES ANTERIOR.      *
      * -------------------------------------------------------------- *
       01 ESTADMES-REGISTRO.
          05 EST-CLAVE.
             10 EST-PERIODO      PIC 9(6).
             10 EST-DEPARTAMENTO PIC X(4).
          05 EST-APERTURA        PIC 9(5).
          05 EST-ALTAS           PIC 9(5).
          05 EST-REINGRESOS      PIC 9(5).
          05 EST-BAJAS           PIC 9(5).
          05 EST-CIERRE          PIC 9(5).
          05 EST-FECHA-CALCULO   PIC 9(8).
