      * -------------------------------------------------------------- *
      * LICENCIAS.CPY                                                   *
      * REGISTRO DEL MAESTRO DE LICENCIAS Y AUSENCIAS JUSTIFICADAS      *
      * (LICENCIAS.DAT). LA CLAVE ES EL ID DE EMPLEADO MAS LA FECHA DE  *
      * INICIO; CADA REGISTRO CUBRE DEL INICIO AL FIN (AMBOS INCLUSIVE) *
      * CON SU TIPO (VACACIONES, ENFERMEDAD O PERMISO) Y QUIEN LA       *
      * APROBO. SE MANTIENE CON PROG0065 (DESDE EL MENU DE PROG0020),   *
      * QUE NO DEJA ENCIMAR DOS LICENCIAS DEL MISMO EMPLEADO, Y LOS     *
      * REPORTES DE ASISTENCIA (PROG0029, PROG0053, PROG0042) MUESTRAN  *
      * ESOS DIAS COMO LICENCIA EN VEZ DE FALTA O RETARDO. UN DIA DE    *
      * LICENCIA CUENTA SOLO SI ES LABORABLE PARA EL EMPLEADO: SEGUN    *
      * SU HORARIO (HORARIOS.DAT) O, SIN HORARIO, DE LUNES A VIERNES.   *
      * -------------------------------------------------------------- *
       01 LICENCIAS-REGISTRO.
          05 LIC-CLAVE.
             10 LIC-EMPLEADO     PIC X(6).
             10 LIC-FECHA-INICIO PIC 9(8).
          05 LIC-TIPO            PIC X(1).
             88 LIC-VACACIONES   VALUE "V".
             88 LIC-ENFERMEDAD   VALUE "E".
             88 LIC-PERMISO      VALUE "P".
             88 LIC-TIPO-VALIDO  VALUE "V" "E" "P".
          05 LIC-FECHA-FIN       PIC 9(8).
          05 LIC-APROBADO-POR    PIC X(20).
          05 LIC-OBSERVACION     PIC X(30).
          05 LIC-FECHA-CAPTURA   PIC 9(8).
          05 LIC-CAPTURADO-POR   PIC X(8).
