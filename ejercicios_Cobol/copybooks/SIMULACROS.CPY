      * -------------------------------------------------------------- *
      * SIMULACROS.CPY                                                  *
      * REGISTRO DEL ARCHIVO DE SIMULACROS E INCIDENTES DE EVACUACION   *
      * (SIMULACROS.DAT), UNO POR CADA PASE DE LISTA. EL NUMERO ES      *
      * CONSECUTIVO Y LO ASIGNA EL PASE DE LISTA (PROG0082) AL CARGAR   *
      * A QUIEN ESTA EN SITIO EN ESE MOMENTO; LAS PERSONAS DE LA LISTA  *
      * QUEDAN EN PASELISTA.DAT. LA HORA DE LOCALIZACION COMPLETA SE    *
      * GRABA CUANDO LA ULTIMA PERSONA SE MARCA COMO LOCALIZADA (EN     *
      * CERO MIENTRAS FALTE ALGUIEN); AL CERRARLO, QUIEN SIGUE SIN      *
      * MARCAR CUENTA COMO FALTANTE EN EL INFORME DE SIMULACROS         *
      * (PROG0083).                                                     *
      * -------------------------------------------------------------- *
       01 SIMULACROS-REGISTRO.
          05 SIM-NUMERO          PIC 9(5).
          05 SIM-TIPO            PIC X(1).
             88 SIM-SIMULACRO    VALUE "S".
             88 SIM-INCIDENTE    VALUE "I".
          05 SIM-DESCRIPCION     PIC X(30).
          05 SIM-RESPONSABLE     PIC X(20).
          05 SIM-FECHA           PIC 9(8).
          05 SIM-HORA-INICIO     PIC 9(6).
          05 SIM-HORA-COMPLETO   PIC 9(6).
          05 SIM-HORA-CIERRE     PIC 9(6).
          05 SIM-ESTADO          PIC X(1).
             88 SIM-ABIERTO      VALUE "A".
             88 SIM-CERRADO      VALUE "C".
          05 SIM-TOTAL-PERSONAS  PIC 9(5).
          05 SIM-LOCALIZADAS     PIC 9(5).
          05 SIM-CAPTURADO-POR   PIC X(8).
