      *          PISTA DE AUDITORIA COMO TODO CAMBIO DE MAESTRO, Y LA   *
      *          OPCION DE TARJETA IMPRIME (TARJETA.PRT) LA FICHA DE    *
      *          UN EMPLEADO CON SUS CONTACTOS PARA EL BOTIQUIN.        *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LA PISTA DE AUDITORIA YA NO SE     *
      *                 ESCRIBE AQUI: EL REGISTRO SE ENTREGA AL        *
      *                 GRABADOR COMUN (PROG0056, AREA AUDGRABA), QUE  *
      *                 LE PONE FECHA, HORA, NUMERO DE SECUENCIA Y     *
      *                 VERIFICADOR ENCADENADO ANTES DE AGREGARLO A    *
      *                 AUDITLOG.DAT.                                  *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT TARJETA-ARCHIVO
       ASSIGN TO "TARJETA.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD TARJETA-ARCHIVO.
           01 LINEA-TARJETA PIC X(80).


       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       COPY REPARCH.

       01  IMAGEN-ANTERIOR PIC X(200).

       01  CONTACTOS-ESTADO PIC X(2).
           88 CONTACTOS-OK VALUE "00".
       ADD 1 TO NUMERO-CONTACTO.

       GRABAR-AUDITORIA.
       MOVE "PROG0043" TO AUD-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE CON-CLAVE TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       END PROGRAM PROG0043.
