      * -------------------------------------------------------------- *
      * NOMINA.CPY                                                      *
      * REGISTRO DEL EXTRACTO DE NOMINA PARA EL BURO (NOMINA.DAT) QUE   *
      * GRABA PROG0035: ENCABEZADO (H + FECHA DEL EXTRACTO), UN         *
      * DETALLE POR EMPLEADO (ACTIVO O BAJA NUEVA) Y CIERRE (T + TOTAL  *
      * DE DETALLES). PROG0068 LO RELEE PARA CONCILIARLO CONTRA EL      *
      * ACUSE DEL BURO.                                                 *
      * -------------------------------------------------------------- *
       01 NOMINA-REGISTRO.
           05 NOM-TIPO PIC X.
              88 NOM-ENCABEZADO VALUE "H".
              88 NOM-DETALLE    VALUE "D".
              88 NOM-CIERRE     VALUE "T".
           05 NOM-DATOS PIC X(107).
           05 NOM-DATOS-ENC REDEFINES NOM-DATOS.
              10 NOM-FECHA-EXTRACTO PIC 9(8).
              10 FILLER             PIC X(99).
           05 NOM-DATOS-DET REDEFINES NOM-DATOS.
              10 NOM-MOVIMIENTO   PIC X(1).
                 88 NOM-MOV-ACTIVO VALUE "A".
                 88 NOM-MOV-BAJA   VALUE "B".
              10 NOM-ID           PIC X(6).
              10 NOM-NOMBRE       PIC X(25).
              10 NOM-APELLIDOS    PIC X(35).
              10 NOM-DEPARTAMENTO PIC X(4).
              10 NOM-PUESTO       PIC X(20).
              10 NOM-FECHA-ALTA   PIC 9(8).
              10 NOM-FECHA-BAJA   PIC 9(8).
           05 NOM-DATOS-CIERRE REDEFINES NOM-DATOS.
              10 NOM-TOTAL PIC 9(9).
              10 FILLER    PIC X(98).
