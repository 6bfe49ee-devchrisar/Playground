      * -------------------------------------------------------------- *
      * ACCESOS.CPY                                                     *
      * REGISTRO DEL MAESTRO DE ACCESOS (ACCESOS.DAT), UNO POR          *
      * OPERADOR CON LA MISMA CLAVE DE OPERADORES.DAT. CADA POSICION    *
      * DE ACC-PERMISOS ES UNA OPCION O SUBOPCION DEL SISTEMA ("S" =    *
      * PERMITIDA, CUALQUIER OTRA COSA = NEGADA) EN EL ORDEN DE LA      *
      * TABLA DE ACCTABLA.CPY, Y SE COPIA TAL CUAL AL AREA OPERACTUAL   *
      * AL FIRMAR EN PROG0022. UN OPERADOR SIN REGISTRO AQUI RECIBE     *
      * LOS PERMISOS QUE SU ROL DABA SIEMPRE (TABLA DE ROLES DE         *
      * ACCTABLA.CPY), ASI QUE EL ROL SOLO ES EL PUNTO DE PARTIDA Y     *
      * LAS EXCEPCIONES SE DAN O QUITAN UNA A UNA EN PROG0031.          *
      * -------------------------------------------------------------- *
       01 ACCESOS-REGISTRO.
          05 ACC-OPER-ID          PIC X(8).
          05 ACC-PERMISOS.
             10 ACC-PERMISO       PIC X(1) OCCURS 20 TIMES.
          05 ACC-FECHA-CAMBIO     PIC 9(8).
          05 ACC-OPERADOR-CAMBIO  PIC X(8).
