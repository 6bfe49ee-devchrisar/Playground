      * -------------------------------------------------------------- *
      * ALERTAS.CPY                                                     *
      * REGISTRO DEL TABLERO DE ALERTAS DE OPERACION (ALERTAS.DAT). LA  *
      * CADENA NOCTURNA (PROG0032), LA VERIFICACION DE RESPALDOS        *
      * (PROG0049), EL ANALISIS DE ANOMALIAS (PROG0048) Y LOS BLOQUEOS  *
      * DE CUENTAS (PROG0022, PROG0062) DEJAN AQUI SUS ALERTAS POR      *
      * MEDIO DE PROG0063 (AREA ALEGRABA). EL MENU PRINCIPAL LAS        *
      * MUESTRA AL FIRMAR (PROG0064) Y CADA UNA SIGUE ACTIVA HASTA QUE  *
      * UN SUPERVISOR LA RECONOCE; EL RECONOCIMIENTO QUEDA EN EL MISMO  *
      * REGISTRO CON FECHA, HORA Y CLAVE DEL OPERADOR, Y LAS            *
      * RECONOCIDAS SE CONSERVAN COMO HISTORIA. EL FOLIO ES LA FECHA Y  *
      * HORA DE LA ALERTA; LA LLAVE ALTERNA (ESTADO) DA LAS ACTIVAS     *
      * SIN RECORRER LA HISTORIA.                                       *
      * -------------------------------------------------------------- *
       01 ALERTAS-REGISTRO.
          05 ALE-FOLIO.
             10 ALE-FECHA       PIC 9(8).
             10 ALE-HORA        PIC 9(8).
          05 ALE-ESTADO         PIC X(1).
             88 ALE-ACTIVA      VALUE "A".
             88 ALE-RECONOCIDA  VALUE "R".
          05 ALE-ORIGEN         PIC X(18).
          05 ALE-TEXTO          PIC X(60).
          05 ALE-FECHA-REC      PIC 9(8).
          05 ALE-HORA-REC       PIC 9(6).
          05 ALE-OPERADOR-REC   PIC X(8).
