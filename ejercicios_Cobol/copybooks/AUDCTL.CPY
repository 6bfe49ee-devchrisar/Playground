      * -------------------------------------------------------------- *
      * AUDCTL.CPY                                                      *
      * REGISTRO DE CONTROL DE LA PISTA DE AUDITORIA (AUDCTL.DAT,       *
      * INDEXADO, UN SOLO REGISTRO CON CLAVE "AUDITLOG"). GUARDA EL     *
      * ULTIMO NUMERO DE SECUENCIA ASIGNADO, SU VERIFICADOR Y LA FECHA  *
      * Y HORA DEL ULTIMO REGISTRO. EL GRABADOR COMUN (PROG0056) LO LEE *
      * CON BLOQUEO ANTES DE CADA REGISTRO, Y ESE BLOQUEO ES LO QUE     *
      * ORDENA A DOS OPERADORES QUE AUDITAN AL MISMO TIEMPO. LA         *
      * VERIFICACION (PROG0057) LO COMPARA CONTRA EL ULTIMO REGISTRO DE *
      * LA PISTA PARA DESCUBRIR RENGLONES BORRADOS AL FINAL.            *
      * EL MISMO ARCHIVO GUARDA, CON CLAVE "VERIFICA", HASTA DONDE      *
      * LLEGO LA ULTIMA VERIFICACION: RENGLONES LEIDOS, SECUENCIA Y     *
      * VERIFICADOR DEL ULTIMO REGISTRO SECUENCIADO HASTA AHI Y CUANTAS *
      * ANOMALIAS TENIA ESA PARTE. LO ESCRIBE SOLO PROG0057, PARA QUE   *
      * UNA ANOMALIA DETENGA LA CADENA UNA VEZ Y NO TODAS LAS NOCHES.   *
      * -------------------------------------------------------------- *
       01 CONTROL-AUDITORIA.
          05 CTL-CLAVE        PIC X(8).
          05 CTL-SECUENCIA    PIC 9(9).
          05 CTL-VERIFICADOR  PIC 9(9).
          05 CTL-FECHA        PIC 9(8).
          05 CTL-HORA         PIC 9(6).
       01 CONTROL-VERIFICACION.
          05 CHK-CLAVE        PIC X(8).
          05 CHK-REGISTROS    PIC 9(9).
          05 CHK-SECUENCIA    PIC 9(9).
          05 CHK-VERIFICADOR  PIC 9(9).
          05 CHK-ANOMALIAS    PIC 9(5).
