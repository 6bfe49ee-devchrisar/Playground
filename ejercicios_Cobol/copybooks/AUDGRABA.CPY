      * -------------------------------------------------------------- *
      * AUDGRABA.CPY                                                    *
      * AREA EXTERNA DEL GRABADOR COMUN DE LA PISTA DE AUDITORIA        *
      * (PROG0056). EL PROGRAMA QUE ALTERA UN MAESTRO ARMA SU           *
      * AUDITORIA-REGISTRO (PROGRAMA, ACCION, CLAVE, OPERADOR E         *
      * IMAGENES), LO DEJA AQUI Y LLAMA A PROG0056; ESTE LE PONE LA     *
      * FECHA Y HORA, EL NUMERO DE SECUENCIA SIGUIENTE Y EL             *
      * VERIFICADOR ENCADENADO CON EL REGISTRO ANTERIOR, Y LO AGREGA A  *
      * AUDITLOG.DAT. NINGUN PROGRAMA ESCRIBE YA LA PISTA POR SU        *
      * CUENTA. AL REGRESAR, AGR-REGISTRO TRAE EL REGISTRO TAL COMO     *
      * QUEDO GRABADO.                                                  *
      * -------------------------------------------------------------- *
       01 AUDITORIA-GRABACION EXTERNAL.
          05 AGR-REGISTRO PIC X(503).
