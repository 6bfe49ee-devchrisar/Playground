      * -------------------------------------------------------------- *
      * PUESTOHIST.CPY                                                  *
      * REGISTRO DEL HISTORIAL DE PUESTOS (PUESTOHIST.DAT), UNO POR     *
      * ASIGNACION DE DEPARTAMENTO Y PUESTO DE CADA EMPLEADO. LA CLAVE  *
      * ES EL ID DE EMPLEADO MAS LA FECHA EN QUE LA ASIGNACION EMPIEZA  *
      * A REGIR; LA FECHA HASTA ES EL ULTIMO DIA EN QUE RIGIO (AMBAS    *
      * INCLUSIVE) Y VALE 99999999 MIENTRAS SIGA VIGENTE. HAY A LO MAS  *
      * UNA ASIGNACION VIGENTE POR EMPLEADO. LA CLAVE ALTERNA POR       *
      * DEPARTAMENTO SIRVE A LA CONSULTA DE QUIEN ESTABA EN UN          *
      * DEPARTAMENTO EN UNA FECHA (PROG0072). SOLO PROG0069 GRABA EN EL *
      * ARCHIVO (VER AREA PHGRABA), SALVO LA CARGA INICIAL (PROG0070).  *
      * -------------------------------------------------------------- *
       01 PUESTOHIST-REGISTRO.
          05 PHI-CLAVE.
             10 PHI-EMPLEADO     PIC X(6).
             10 PHI-FECHA-DESDE  PIC 9(8).
          05 PHI-FECHA-HASTA     PIC 9(8).
             88 PHI-VIGENTE      VALUE 99999999.
          05 PHI-DEPARTAMENTO    PIC X(4).
          05 PHI-PUESTO          PIC X(20).
          05 PHI-PROGRAMA        PIC X(8).
          05 PHI-OPERADOR        PIC X(8).
          05 PHI-FECHA-REGISTRO  PIC 9(8).
