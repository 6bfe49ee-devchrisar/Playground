      * -------------------------------------------------------------- *
      * VISITAS.CPY                                                     *
      * REGISTRO DEL ARCHIVO DE VISITAS ANUNCIADAS (VISITAS.DAT). EL    *
      * ANFITRION REGISTRA DE ANTEMANO A QUIEN ESPERA (PROG0079, DESDE  *
      * EL MENU DE PROG0020): FECHA, NOMBRE DEL VISITANTE, EMPRESA,     *
      * EMPLEADO ANFITRION Y HORA ESPERADA. LA CLAVE ES LA FECHA MAS EL *
      * ANFITRION MAS EL NOMBRE, QUE SE GUARDA EN MAYUSCULAS PARA QUE   *
      * EL CHECK-IN DE RECEPCION (OBTENERINPUT) LO ENCUENTRE TAL COMO   *
      * SE TECLEE; AL LLEGAR EL VISITANTE, EL CHECK-IN MARCA LA VISITA  *
      * COMO LLEGADA CON SU HORA. PROG0080 IMPRIME LA LISTA DE VISITAS  *
      * ESPERADAS PARA RECEPCION Y PROG0081 EL CIERRE DEL DIA (NO SE    *
      * PRESENTARON Y LLEGARON SIN AVISO, POR ANFITRION).               *
      * -------------------------------------------------------------- *
       01 VISITAS-REGISTRO.
          05 VIS-CLAVE.
             10 VIS-FECHA         PIC 9(8).
             10 VIS-ANFITRION     PIC X(6).
             10 VIS-NOMBRE        PIC X(20).
          05 VIS-EMPRESA          PIC X(30).
          05 VIS-HORA-ESPERADA    PIC 9(4).
          05 VIS-ESTADO           PIC X(1).
             88 VIS-PENDIENTE     VALUE "P".
             88 VIS-LLEGO         VALUE "L".
          05 VIS-HORA-LLEGADA     PIC 9(6).
          05 VIS-FECHA-CAPTURA    PIC 9(8).
          05 VIS-CAPTURADO-POR    PIC X(8).
