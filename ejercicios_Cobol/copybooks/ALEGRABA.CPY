      * -------------------------------------------------------------- *
      * ALEGRABA.CPY                                                    *
      * AREA EXTERNA DEL REGISTRO DE ALERTAS DE OPERACION (PROG0063).   *
      * EL PROGRAMA QUE DETECTA UN PROBLEMA DEJA AQUI SU NOMBRE Y EL    *
      * TEXTO DE LA ALERTA Y LLAMA A PROG0063; AL REGRESAR,             *
      * ALG-RESULTADO DICE SI LA ALERTA QUEDO GRABADA. UNA ALERTA QUE   *
      * NO SE PUDO GRABAR NO DETIENE AL LLAMADOR.                       *
      * -------------------------------------------------------------- *
       01 ALERTA-GRABACION EXTERNAL.
          05 ALG-ORIGEN    PIC X(18).
          05 ALG-TEXTO     PIC X(60).
          05 ALG-RESULTADO PIC X(1).
             88 ALG-REGISTRADA VALUE "S".
             88 ALG-FALLIDA    VALUE "F".
