      * -------------------------------------------------------------- *
      * CERTIFICA.CPY                                                   *
      * REGISTRO DEL MAESTRO DE CAPACITACION Y CERTIFICACIONES          *
      * (CERTIFICA.DAT). LA CLAVE ES EL ID DE EMPLEADO MAS EL CODIGO DE *
      * CERTIFICACION DEL CATALOGO DE CERTTABLA.CPY, ASI QUE CADA       *
      * EMPLEADO TIENE A LO MAS UNA DE CADA TIPO: LA RENOVACION         *
      * SUSTITUYE LAS FECHAS DE LA ANTERIOR (LA PISTA DE AUDITORIA      *
      * CONSERVA LAS VIEJAS). SE MANTIENE CON PROG0077 (DESDE EL MENU   *
      * DE PROG0020); PROG0078 REPORTA LAS VENCIDAS Y POR VENCER, Y LA  *
      * LISTA DE EVACUACION (PROG0041) MARCA A LOS PRIMEROS AUXILIOS    *
      * VIGENTES. UNA CERTIFICACION ES VIGENTE HASTA SU FECHA DE        *
      * VENCIMIENTO INCLUSIVE.                                          *
      * -------------------------------------------------------------- *
       01 CERTIFICA-REGISTRO.
          05 CER-CLAVE.
             10 CER-EMPLEADO      PIC X(6).
             10 CER-CODIGO        PIC X(4).
                88 CER-PRIMEROS-AUXILIOS VALUE "PAUX".
          05 CER-FECHA-EMISION    PIC 9(8).
          05 CER-FECHA-VENCE      PIC 9(8).
          05 CER-EMISOR           PIC X(30).
          05 CER-FECHA-CAPTURA    PIC 9(8).
          05 CER-CAPTURADO-POR    PIC X(8).
