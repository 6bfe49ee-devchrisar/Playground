      * -------------------------------------------------------------- *
      * CERTTABLA.CPY                                                   *
      * CATALOGO FIJO DE CERTIFICACIONES DEL MAESTRO CERTIFICA.DAT      *
      * (CERTIFICA.CPY): CODIGO DE 4 LETRAS Y DESCRIPCION. UN TIPO      *
      * NUEVO SE AGREGA AL FINAL Y SE SUBE TOTAL-CERTIFICACIONES; EL    *
      * CODIGO QUEDA GRABADO EN EL MAESTRO, ASI QUE NO SE CAMBIA.       *
      * -------------------------------------------------------------- *
       01  TABLA-CERTIFICACIONES-VAL.
           05 FILLER PIC X(4)  VALUE "BRIG".
           05 FILLER PIC X(30) VALUE "BRIGADA CONTRA INCENDIO".
           05 FILLER PIC X(4)  VALUE "PAUX".
           05 FILLER PIC X(30) VALUE "PRIMEROS AUXILIOS".
           05 FILLER PIC X(4)  VALUE "MONT".
           05 FILLER PIC X(30) VALUE "OPERADOR DE MONTACARGAS".

       01  TABLA-CERTIFICACIONES REDEFINES TABLA-CERTIFICACIONES-VAL.
           05 CERTIFICACION-TIPO OCCURS 3 TIMES.
              10 CTT-CODIGO      PIC X(4).
              10 CTT-DESCRIPCION PIC X(30).

       77  TOTAL-CERTIFICACIONES PIC 9(2) VALUE 3.
