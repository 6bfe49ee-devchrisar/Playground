      * -------------------------------------------------------------- *
      * PHGRABA.CPY                                                     *
      * AREA EXTERNA DEL GRABADOR DEL HISTORIAL DE PUESTOS (PROG0069).  *
      * EL PROGRAMA QUE DA DE ALTA, CAMBIA DE DEPARTAMENTO O PUESTO,    *
      * REINCORPORA O TERMINA A UN EMPLEADO DEJA AQUI LA ACCION, EL     *
      * EMPLEADO, EL DEPARTAMENTO Y PUESTO NUEVOS, LA FECHA EFECTIVA,   *
      * EL PROGRAMA Y EL OPERADOR, Y LLAMA A PROG0069:                  *
      *   A. ASIGNAR: CIERRA LA ASIGNACION VIGENTE EL DIA ANTERIOR A LA *
      *      FECHA EFECTIVA Y ABRE LA NUEVA DESDE ESA FECHA.            *
      *   C. CERRAR: CIERRA LA ASIGNACION VIGENTE EN LA FECHA EFECTIVA  *
      *      (ULTIMO DIA, LA FECHA DE BAJA).                            *
      * AL REGRESAR, PHG-RESULTADO DICE SI SE GRABO, SI NO HABIA NADA   *
      * QUE CAMBIAR O SI NO SE PUDO GRABAR.                             *
      * -------------------------------------------------------------- *
       01 PUESTO-GRABACION EXTERNAL.
          05 PHG-ACCION         PIC X(1).
             88 PHG-ASIGNAR     VALUE "A".
             88 PHG-CERRAR      VALUE "C".
          05 PHG-EMPLEADO       PIC X(6).
          05 PHG-DEPARTAMENTO   PIC X(4).
          05 PHG-PUESTO         PIC X(20).
          05 PHG-FECHA-EFECTIVA PIC 9(8).
          05 PHG-PROGRAMA       PIC X(8).
          05 PHG-OPERADOR       PIC X(8).
          05 PHG-RESULTADO      PIC X(1).
             88 PHG-GRABADO     VALUE "S".
             88 PHG-SIN-CAMBIO  VALUE "N".
             88 PHG-FALLIDO     VALUE "F".
