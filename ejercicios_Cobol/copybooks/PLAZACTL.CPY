      * -------------------------------------------------------------- *
      * PLAZACTL.CPY                                                    *
      * AREA EXTERNA DEL CONTROL DE PLANTILLA (PROG0074). LA TABLA      *
      * TRAE, POR DEPARTAMENTO Y PUESTO, LAS PLAZAS AUTORIZADAS         *
      * (PLAZAS.DAT) Y LAS OCUPADAS (EMPLEADOS ACTIVOS); UN PUESTO CON  *
      * EMPLEADOS Y SIN PLAZAS ENTRA CON CERO AUTORIZADAS. OPERACIONES: *
      *   C. CARGAR LA TABLA (SE HACE SOLA EN LA PRIMERA VERIFICACION). *
      *   V. VERIFICAR UN ALTA EN PLC-DEPARTAMENTO/PLC-PUESTO: DEVUELVE *
      *      LAS AUTORIZADAS Y LAS QUE QUEDARIAN OCUPADAS CON EL ALTA,  *
      *      POR DEPARTAMENTO Y POR PUESTO, Y SI EXCEDE.                *
      *   S. SUMAR A LA TABLA UN ALTA YA GRABADA.                       *
      * -------------------------------------------------------------- *
       01 CONTROL-PLAZAS EXTERNAL.
          05 PLC-OPERACION      PIC X(1).
             88 PLC-CARGAR      VALUE "C".
             88 PLC-VERIFICAR   VALUE "V".
             88 PLC-SUMAR       VALUE "S".
          05 PLC-DEPARTAMENTO   PIC X(4).
          05 PLC-PUESTO         PIC X(20).
          05 PLC-AUT-DEPTO      PIC 9(5).
          05 PLC-OCU-DEPTO      PIC 9(5).
          05 PLC-AUT-PUESTO     PIC 9(5).
          05 PLC-OCU-PUESTO     PIC 9(5).
          05 PLC-RESULTADO      PIC X(1).
             88 PLC-SIN-CONTROL   VALUE "N".
             88 PLC-DENTRO        VALUE "S".
             88 PLC-EXCEDE-DEPTO  VALUE "D".
             88 PLC-EXCEDE-PUESTO VALUE "P".
             88 PLC-FALLIDO       VALUE "F".
          05 PLC-CARGADO-SW     PIC X(1).
             88 PLC-CARGADO     VALUE "S".
          05 PLC-TOTAL          PIC 9(4).
          05 PLC-ENTRADA OCCURS 1000 TIMES.
             10 PLC-TAB-DEPTO       PIC X(4).
             10 PLC-TAB-PUESTO      PIC X(20).
             10 PLC-TAB-AUTORIZADAS PIC 9(5).
             10 PLC-TAB-OCUPADAS    PIC 9(5).
