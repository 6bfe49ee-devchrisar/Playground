      * -------------------------------------------------------------- *
      * APROBACION.CPY                                                  *
      * AREA EXTERNA DE LA APROBACION EN CURSO. CUANDO UN SEGUNDO       *
      * SUPERVISOR APRUEBA EN PROG0059 UNA ACCION QUE CORRE COMO        *
      * PROGRAMA COMPLETO (LA DEPURACION DE PROG0046), PROG0059 LLENA   *
      * ESTA AREA Y LLAMA AL PROGRAMA, QUE ENTONCES EJECUTA LA ACCION   *
      * CON EL DATO APROBADO EN VEZ DE VOLVER A PEDIRLO Y REGISTRAR     *
      * OTRA SOLICITUD, Y ESTAMPA AMBOS OPERADORES EN LA PISTA DE       *
      * AUDITORIA. FUERA DE UNA APROBACION EL AREA QUEDA EN BLANCO.     *
      * -------------------------------------------------------------- *
       01 APROBACION-ACTUAL EXTERNAL.
          05 APR-EN-CURSO-SW  PIC X(1).
             88 APROBACION-EN-CURSO VALUE "S".
          05 APR-FOLIO        PIC 9(16).
          05 APR-DATO         PIC X(8).
          05 APR-SOLICITANTE  PIC X(8).
          05 APR-APROBADOR    PIC X(8).
