      * -------------------------------------------------------------- *
      * PLAZAS.CPY                                                      *
      * REGISTRO DEL MAESTRO DE PLAZAS AUTORIZADAS (PLAZAS.DAT), UNO    *
      * POR DEPARTAMENTO Y PUESTO, CON LA PLANTILLA QUE FINANZAS        *
      * PRESUPUESTO PARA ESE PUESTO. SE MANTIENE DESDE PROG0037 JUNTO   *
      * CON EL MAESTRO DE DEPARTAMENTOS. EL PUESTO SE ESCRIBE IGUAL QUE *
      * EN EL MAESTRO DE EMPLEADOS (EMPLEADOS-PUESTO) PARA QUE LAS      *
      * PLAZAS OCUPADAS SE PUEDAN CONTAR. UN DEPARTAMENTO SIN NINGUNA   *
      * PLAZA REGISTRADA NO TIENE CONTROL DE PLANTILLA.                 *
      * -------------------------------------------------------------- *
       01 PLAZAS-REGISTRO.
          05 PLZ-CLAVE.
             10 PLZ-DEPARTAMENTO PIC X(4).
             10 PLZ-PUESTO       PIC X(20).
          05 PLZ-AUTORIZADAS     PIC 9(5).
          05 PLZ-FECHA-CAMBIO    PIC 9(8).
