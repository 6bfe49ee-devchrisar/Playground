      * -------------------------------------------------------------- *
      * PASELISTA.CPY                                                   *
      * REGISTRO DEL PASE DE LISTA DE EVACUACION (PASELISTA.DAT): UNA   *
      * PERSONA QUE ESTABA EN SITIO (ENTRADA SIN SALIDA EN SIGNIN.DAT,  *
      * COMO EN PROG0041) AL ABRIR EL SIMULACRO O INCIDENTE. LA CLAVE   *
      * ES EL NUMERO DE SIMULACRO (SIMULACROS.CPY) MAS EL RENGLON DE LA *
      * LISTA IMPRESA, QUE ES EL NUMERO CON QUE EL JEFE DE BRIGADA      *
      * MARCA A CADA PERSONA EN PROG0082. LA PERSONA NACE FALTANTE Y    *
      * PASA A LOCALIZADA CON SU HORA AL MARCARLA.                      *
      * -------------------------------------------------------------- *
       01 PASELISTA-REGISTRO.
          05 PAS-CLAVE.
             10 PAS-SIMULACRO    PIC 9(5).
             10 PAS-RENGLON      PIC 9(4).
          05 PAS-CLASE           PIC X(1).
             88 PAS-EMPLEADO     VALUE "E".
             88 PAS-VISITANTE    VALUE "V".
          05 PAS-ID              PIC X(6).
          05 PAS-NOMBRE          PIC X(20).
          05 PAS-ANFITRION       PIC X(6).
          05 PAS-HORA-ENTRADA    PIC 9(6).
          05 PAS-ESTADO          PIC X(1).
             88 PAS-FALTANTE     VALUE "F".
             88 PAS-LOCALIZADO   VALUE "L".
          05 PAS-HORA-LOCALIZADO PIC 9(6).
