      * IMAGENES GUARDAN EL REGISTRO COMPLETO ANTES Y DESPUES DEL       *
      * CAMBIO (EN ALTAS LA IMAGEN ANTERIOR QUEDA EN BLANCO, EN BAJAS   *
      * LA POSTERIOR).                                                  *
      * 15/10/2026 - SE AGREGAN EL NUMERO DE SECUENCIA CORRIDO Y EL     *
      * VERIFICADOR ENCADENADO CON EL REGISTRO ANTERIOR, QUE SOLO       *
      * ASIGNA EL GRABADOR COMUN DE LA PISTA (PROG0056, AREA AUDGRABA). *
      * PROG0057 RECORRE LA PISTA Y DENUNCIA HUECOS, CADENA ROTA Y      *
      * FECHAS FUERA DE ORDEN. LOS REGISTROS ANTERIORES AL CAMBIO SE    *
      * LEEN CON ESTOS CAMPOS EN BLANCO.                                *
      * 15/10/2026 - SE AGREGA EL OPERADOR QUE APROBO EL MOVIMIENTO     *
      * (AUD-APROBADOR) PARA LAS ACCIONES QUE REQUIEREN LA APROBACION   *
      * DE UN SEGUNDO SUPERVISOR (SOLICITUDES PENDIENTES, VER PROG0058  *
      * Y PROG0059); EN LOS DEMAS MOVIMIENTOS QUEDA EN BLANCO. VA       *
      * ANTES DE LA SECUENCIA PARA QUE LOS REGISTROS ANTERIORES SE      *
      * SIGAN LEYENDO IGUAL. EL REGISTRO PASA A 503.                    *
      * -------------------------------------------------------------- *
       01 AUDITORIA-REGISTRO.
          05 AUD-FECHA           PIC 9(8).
          05 AUD-OPERADOR        PIC X(8).
          05 AUD-IMAGEN-ANTES    PIC X(200).
          05 AUD-IMAGEN-DESPUES  PIC X(200).
          05 AUD-APROBADOR       PIC X(8).
          05 AUD-SECUENCIA       PIC 9(9).
          05 AUD-VERIFICADOR     PIC 9(9).
