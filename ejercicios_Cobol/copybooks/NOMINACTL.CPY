      * -------------------------------------------------------------- *
      * NOMINACTL.CPY                                                   *
      * REGISTRO DE CONTROL DEL EXTRACTO DE NOMINA (NOMINACTL.DAT).     *
      * PROG0035 GRABA LA FECHA DEL ULTIMO EXTRACTO, CUANTOS DETALLES   *
      * LLEVO Y LO DEJA PENDIENTE DE ACUSE; PROG0068 LO MARCA           *
      * CONCILIADO CUANDO EL ACUSE DEL BURO CUADRA CONTRA EL EXTRACTO.  *
      * MIENTRAS ESTE PENDIENTE, PROG0035 NO GENERA OTRO. UN CONTROL    *
      * VIEJO (SOLO LA FECHA) SE LEE CON EL ESTADO EN BLANCO, QUE NO    *
      * RETIENE.                                                        *
      * -------------------------------------------------------------- *
       01 CONTROL-REGISTRO.
          05 CTL-FECHA-CORTE    PIC 9(8).
          05 CTL-ACUSE-ESTADO   PIC X(1).
             88 CTL-ACUSE-PENDIENTE  VALUE "P".
             88 CTL-ACUSE-CONCILIADO VALUE "C".
          05 CTL-TOTAL-ENVIADO  PIC 9(9).
          05 CTL-FECHA-ACUSE    PIC 9(8).
