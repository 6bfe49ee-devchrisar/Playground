      * -------------------------------------------------------------- *
      * PENDGRABA.CPY                                                   *
      * AREA EXTERNA DEL REGISTRO DE SOLICITUDES PENDIENTES (PROG0058). *
      * EL PROGRAMA QUE QUIERE UNA ACCION DESTRUCTIVA DEJA AQUI EL      *
      * TIPO, LA CLAVE, EL DATO (FECHA DE BAJA O DE CORTE), EL          *
      * OPERADOR QUE LA PIDE Y LA IMAGEN ACTUAL DEL REGISTRO, Y LLAMA   *
      * A PROG0058; AL REGRESAR, SOL-RESULTADO DICE SI QUEDO            *
      * REGISTRADA (CON SU FOLIO), SI YA HABIA UNA SOLICITUD VIVA       *
      * SOBRE LO MISMO, O SI NO SE PUDO GRABAR.                         *
      * -------------------------------------------------------------- *
       01 SOLICITUD-GRABACION EXTERNAL.
          05 SOL-TIPO        PIC X(1).
             88 SOL-TERMINACION  VALUE "T".
             88 SOL-BORRA-JUEGO  VALUE "J".
             88 SOL-DEPURACION   VALUE "D".
          05 SOL-CLAVE       PIC X(36).
          05 SOL-DATO        PIC X(8).
          05 SOL-SOLICITANTE PIC X(8).
          05 SOL-IMAGEN      PIC X(200).
          05 SOL-FOLIO       PIC 9(16).
          05 SOL-RESULTADO   PIC X(1).
             88 SOL-REGISTRADA   VALUE "S".
             88 SOL-YA-PENDIENTE VALUE "D".
             88 SOL-FALLIDA      VALUE "F".
