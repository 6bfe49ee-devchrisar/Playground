      * -------------------------------------------------------------- *
      * ACCTABLA.CPY                                                    *
      * TABLAS FIJAS DEL MAESTRO DE ACCESOS (ACCESOS.CPY). LA TABLA DE  *
      * PERMISOS DA EL NOMBRE DE CADA POSICION DE ACC-PERMISOS Y DE     *
      * OPERADOR-PERMISOS (OPERACTUAL.CPY), EN EL MISMO ORDEN; UNA      *
      * OPCION NUEVA SE AGREGA AL FINAL EN LAS TRES. LA TABLA DE ROLES  *
      * DA LOS PERMISOS DE UN OPERADOR QUE NO TIENE REGISTRO EN         *
      * ACCESOS.DAT: LOS MISMOS QUE CADA ROL TENIA ANTES DEL MAESTRO    *
      * (R = ENTRADA, BMI Y VISITAS; C = ADEMAS ALTAS, CONTACTOS,       *
      * LICENCIAS Y CERTIFICACIONES; S = TODO).                         *
      * -------------------------------------------------------------- *
       01  TABLA-PERMISOS-VAL.
           05 FILLER PIC X(30) VALUE "REGISTRO DE ENTRADA".
           05 FILLER PIC X(30) VALUE "CALCULAR BMI".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - ALTAS".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - MODIFICAR".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - BAJAS".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - REINCORPORAR".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - CONTACTOS".
           05 FILLER PIC X(30) VALUE "BEISBOL - CARGAR INDICE".
           05 FILLER PIC X(30) VALUE "BEISBOL - CONSULTAR JUEGOS".
           05 FILLER PIC X(30) VALUE "BEISBOL - RESUMEN TEMPORADA".
           05 FILLER PIC X(30) VALUE "BEISBOL - MANTENIMIENTO".
           05 FILLER PIC X(30) VALUE "APROBAR SOLICITUDES".
           05 FILLER PIC X(30) VALUE "RECONOCER ALERTAS".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - LICENCIAS".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - CERTIFICACIONES".
           05 FILLER PIC X(30) VALUE "EMPLEADOS - VISITAS".

       01  TABLA-PERMISOS REDEFINES TABLA-PERMISOS-VAL.
           05 PERMISO-NOMBRE PIC X(30) OCCURS 16 TIMES.

       77  TOTAL-PERMISOS PIC 9(2) VALUE 16.

       01  TABLA-ROLES-VAL.
           05 FILLER PIC X(1)  VALUE "R".
           05 FILLER PIC X(20) VALUE "SSNNNNNNNNNNNNNSNNNN".
           05 FILLER PIC X(1)  VALUE "C".
           05 FILLER PIC X(20) VALUE "SSSNNNSNNNNNNSSSNNNN".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC X(20) VALUE "SSSSSSSSSSSSSSSSNNNN".

       01  TABLA-ROLES REDEFINES TABLA-ROLES-VAL.
           05 ROL-DEFECTO OCCURS 3 TIMES.
              10 ROL-CODIGO   PIC X(1).
              10 ROL-PERMISOS PIC X(20).
