      * EMPLEADOS): LAS CUENTAS CONVERTIDAS QUEDAN CON FECHA DE         *
      * CONTRASENA EN CERO (VENCIDA, LA PRIMERA FIRMA OBLIGA A          *
      * CAMBIARLA), SIN INTENTOS Y SIN BLOQUEO.                         *
      * 15/10/2026 - LA MARCA DE BLOQUEO LA PONE TAMBIEN EL LOTE        *
      * NOCTURNO (PROG0062) EN LAS CUENTAS QUE LLEVAN MAS DE 90 DIAS    *
      * SIN FIRMAR; SE LIBERA IGUAL, CON EL DESBLOQUEO DE PROG0031.     *
      * -------------------------------------------------------------- *
       01 OPERADORES-REGISTRO.
          05 OPER-ID        PIC X(8).
