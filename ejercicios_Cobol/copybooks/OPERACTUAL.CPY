      * PROPIOS MENUS SEGUN EL ROL. SI EL PROGRAMA CORRE SUELTO (SIN    *
      * PASAR POR EL MENU) EL AREA QUEDA EN BLANCO Y SE TRATA COMO      *
      * CORRIDA DE CONSOLA SIN RESTRICCION.                             *
      * 15/10/2026 - SE AGREGAN LOS PERMISOS DEL OPERADOR, CARGADOS AL  *
      * FIRMAR DESDE EL MAESTRO DE ACCESOS (ACCESOS.DAT, O LOS DE SU    *
      * ROL SI NO TIENE REGISTRO). EL MENU PRINCIPAL, LA GESTION DE     *
      * EMPLEADOS Y LOS PROGRAMAS DE BEISBOL LOS CONSULTAN EN VEZ DEL   *
      * ROL. EL ORDEN ES EL DE LA TABLA DE PERMISOS DE ACCTABLA.CPY.    *
      * -------------------------------------------------------------- *
       01 OPERADOR-ACTUAL EXTERNAL.
          05 OPERADOR-ID-ACTUAL  PIC X(8).
          05 OPERADOR-ROL-ACTUAL PIC X(1).
          05 OPERADOR-PERMISOS.
             10 PER-ENTRADA        PIC X(1).
                88 PERMITE-ENTRADA        VALUE "S".
             10 PER-BMI            PIC X(1).
                88 PERMITE-BMI            VALUE "S".
             10 PER-EMP-ALTA       PIC X(1).
                88 PERMITE-EMP-ALTA       VALUE "S".
             10 PER-EMP-CAMBIO     PIC X(1).
                88 PERMITE-EMP-CAMBIO     VALUE "S".
             10 PER-EMP-BAJA       PIC X(1).
                88 PERMITE-EMP-BAJA       VALUE "S".
             10 PER-EMP-REINGRESO  PIC X(1).
                88 PERMITE-EMP-REINGRESO  VALUE "S".
             10 PER-EMP-CONTACTOS  PIC X(1).
                88 PERMITE-EMP-CONTACTOS  VALUE "S".
             10 PER-BEIS-CARGA     PIC X(1).
                88 PERMITE-BEIS-CARGA     VALUE "S".
             10 PER-BEIS-CONSULTA  PIC X(1).
                88 PERMITE-BEIS-CONSULTA  VALUE "S".
             10 PER-BEIS-RESUMEN   PIC X(1).
                88 PERMITE-BEIS-RESUMEN   VALUE "S".
             10 PER-BEIS-MANTTO    PIC X(1).
                88 PERMITE-BEIS-MANTTO    VALUE "S".
             10 PER-APROBAR        PIC X(1).
                88 PERMITE-APROBAR        VALUE "S".
             10 PER-ALERTAS        PIC X(1).
                88 PERMITE-RECONOCER      VALUE "S".
             10 PER-EMP-LICENCIAS  PIC X(1).
                88 PERMITE-EMP-LICENCIAS  VALUE "S".
             10 PER-EMP-CERTIFICA  PIC X(1).
                88 PERMITE-EMP-CERTIFICA  VALUE "S".
             10 PER-EMP-VISITAS    PIC X(1).
                88 PERMITE-EMP-VISITAS    VALUE "S".
             10 FILLER             PIC X(4).
