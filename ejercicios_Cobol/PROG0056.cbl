       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0056.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:GRABADOR COMUN DE LA PISTA DE AUDITORIA. AUDITLOG.DAT  *
      *          ES LINE SEQUENTIAL Y NADA IMPEDIA EDITAR O BORRAR UN   *
      *          RENGLON CON UN EDITOR DE TEXTO. TODO PROGRAMA QUE      *
      *          AUDITA DEJA SU REGISTRO EN EL AREA EXTERNA AUDGRABA Y  *
      *          LLAMA AQUI: SE BLOQUEA EL REGISTRO DE CONTROL          *
      *          (AUDCTL.DAT), SE SELLA LA FECHA Y HORA, SE ASIGNA EL   *
      *          NUMERO DE SECUENCIA SIGUIENTE Y UN VERIFICADOR         *
      *          CALCULADO SOBRE EL REGISTRO COMPLETO Y ENCADENADO CON  *
      *          EL VERIFICADOR DEL REGISTRO ANTERIOR, SE AGREGA EL     *
      *          RENGLON A LA PISTA Y SE ACTUALIZA EL CONTROL, QUE      *
      *          LIBERA EL BLOQUEO. CORREGIR, INSERTAR O BORRAR UN      *
      *          RENGLON ROMPE LA SECUENCIA O LA CADENA Y LO DENUNCIA   *
      *          LA VERIFICACION NOCTURNA (PROG0057).                   *
      *          SI EL CONTROL NO SE PUEDE OBTENER, EL MOVIMIENTO SE    *
      *          GRABA IGUAL CON SECUENCIA EN CERO: UN CAMBIO AL        *
      *          MAESTRO NUNCA SE QUEDA SIN AUDITAR, Y EL HUECO QUEDA   *
      *          A LA VISTA EN LA VERIFICACION.                         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "AUDITLOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTROL-ARCHIVO
       ASSIGN TO "AUDCTL.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS CTL-CLAVE
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS CONTROL-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).
           01 AUDITORIA-LEIDA.
               05 LEI-FECHA       PIC 9(8).
               05 LEI-HORA        PIC 9(6).
               05 FILLER          PIC X(471).
               05 LEI-SECUENCIA   PIC 9(9).
               05 LEI-VERIFICADOR PIC 9(9).

       FD CONTROL-ARCHIVO.
           COPY AUDCTL.

       WORKING-STORAGE SECTION.

       COPY AUDITORIA.

       COPY AUDGRABA.

       01  CONTROL-ESTADO PIC X(2).
           88 CONTROL-OK        VALUE "00" "05".
           88 CONTROL-SIN-CLAVE VALUE "23".
           88 CONTROL-BLOQUEADO VALUE "51".

       01  FECHA-AUDITORIA PIC 9(8).
       01  HORA-AUDITORIA  PIC 9(8).

       77  INTENTOS-MAXIMO PIC 9(4) COMP VALUE 500.
       77  INTENTOS        PIC 9(4) COMP.
       77  VER-POS         PIC 9(3) COMP.

      * CADA CARACTER SE LLEVA A SU VALOR NUMERICO POR LA MEDIA
      * PALABRA BINARIA: BYTE ALTO EN CERO, BYTE BAJO EL CARACTER.
       01  VER-BYTE-VALOR PIC 9(4) COMP.
       01  VER-BYTE-PARTES REDEFINES VER-BYTE-VALOR.
           05 VER-BYTE-ALTO PIC X(1).
           05 VER-BYTE-BAJO PIC X(1).

       01  CALCULO-VERIFICADOR.
           05 VER-ANTERIOR  PIC 9(9).
           05 VER-ACUMULADO PIC 9(11) COMP.
           05 VER-COCIENTE  PIC 9(11) COMP.
           05 VER-RESTO     PIC 9(11) COMP.

       01  WS-INDICADORES.
           05 WS-CONTROL-ABIERTO-SW PIC X.
              88 CONTROL-ABIERTO VALUE "S".
           05 WS-CONTROL-TOMADO-SW PIC X.
              88 CONTROL-TOMADO VALUE "S".
           05 WS-CONTROL-FALLIDO-SW PIC X.
              88 CONTROL-FALLIDO VALUE "S".
           05 WS-FIN-ARCHIVO-SW PIC X.
              88 FIN-ARCHIVO VALUE "S".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * LOS INDICADORES SE REINICIAN EN CADA LLAMADA: EL PROGRAMA SE
      * LLAMA MUCHAS VECES EN LA MISMA UNIDAD DE CORRIDA.
       PROGRAM-BEGIN.

       MOVE AGR-REGISTRO TO AUDITORIA-REGISTRO.
       MOVE "N" TO WS-CONTROL-ABIERTO-SW.
       MOVE "N" TO WS-CONTROL-TOMADO-SW.
       MOVE "N" TO WS-CONTROL-FALLIDO-SW.
       PERFORM TOMAR-CONTROL.
       ACCEPT FECHA-AUDITORIA FROM DATE YYYYMMDD.
       ACCEPT HORA-AUDITORIA FROM TIME.
       MOVE FECHA-AUDITORIA TO AUD-FECHA.
       MOVE HORA-AUDITORIA(1:6) TO AUD-HORA.
       IF CONTROL-TOMADO
           COMPUTE AUD-SECUENCIA = CTL-SECUENCIA + 1
           MOVE CTL-VERIFICADOR TO VER-ANTERIOR
           PERFORM CALCULAR-VERIFICADOR
       ELSE
           MOVE ZERO TO AUD-SECUENCIA
           MOVE ZERO TO AUD-VERIFICADOR
           DISPLAY "AVISO: SIN CONTROL DE LA PISTA (AUDCTL.DAT, "
               "ESTADO " CONTROL-ESTADO "); EL MOVIMIENTO SE "
               "AUDITA SIN SECUENCIA."
       END-IF.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       WRITE AUDITORIA-LINEA FROM AUDITORIA-REGISTRO.
       CLOSE AUDITORIA-ARCHIVO.
       IF CONTROL-TOMADO
           PERFORM ACTUALIZAR-CONTROL
       END-IF.
       IF CONTROL-ABIERTO
           CLOSE CONTROL-ARCHIVO
       END-IF.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.

       PROGRAM-DONE.
       GOBACK.

      * EL CONTROL SE LEE CON BLOQUEO; SI OTRO OPERADOR LO TIENE EN
      * ESE INSTANTE SE REINTENTA. LA PRIMERA VEZ (SIN REGISTRO DE
      * CONTROL) SE ARMA DESDE EL ULTIMO REGISTRO SECUENCIADO DE LA
      * PISTA, PARA QUE UN CONTROL PERDIDO CONTINUE LA CADENA EN VEZ
      * DE REINICIARLA.
       TOMAR-CONTROL.
       OPEN I-O CONTROL-ARCHIVO.
       IF CONTROL-OK
           SET CONTROL-ABIERTO TO TRUE
           MOVE ZERO TO INTENTOS
           PERFORM LEER-CONTROL
           UNTIL CONTROL-TOMADO
              OR CONTROL-FALLIDO
              OR INTENTOS > INTENTOS-MAXIMO
       END-IF.

       LEER-CONTROL.
       ADD 1 TO INTENTOS.
       MOVE "AUDITLOG" TO CTL-CLAVE.
       READ CONTROL-ARCHIVO WITH LOCK
           INVALID KEY
               CONTINUE
       END-READ.
       EVALUATE TRUE
           WHEN CONTROL-OK
               SET CONTROL-TOMADO TO TRUE
           WHEN CONTROL-SIN-CLAVE
               PERFORM CREAR-CONTROL
           WHEN CONTROL-BLOQUEADO
               CONTINUE
           WHEN OTHER
               SET CONTROL-FALLIDO TO TRUE
       END-EVALUATE.

       CREAR-CONTROL.
       MOVE "AUDITLOG" TO CTL-CLAVE.
       MOVE ZERO TO CTL-SECUENCIA.
       MOVE ZERO TO CTL-VERIFICADOR.
       MOVE ZERO TO CTL-FECHA.
       MOVE ZERO TO CTL-HORA.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       OPEN INPUT AUDITORIA-ARCHIVO.
       PERFORM BUSCAR-ULTIMO-SECUENCIADO
       UNTIL FIN-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       WRITE CONTROL-AUDITORIA
           INVALID KEY
               CONTINUE
       END-WRITE.

       BUSCAR-ULTIMO-SECUENCIADO.
       READ AUDITORIA-ARCHIVO
           AT END
               SET FIN-ARCHIVO TO TRUE
           NOT AT END
               IF LEI-SECUENCIA IS NUMERIC
                   AND LEI-SECUENCIA > ZERO
                   MOVE LEI-SECUENCIA TO CTL-SECUENCIA
                   MOVE LEI-VERIFICADOR TO CTL-VERIFICADOR
                   MOVE LEI-FECHA TO CTL-FECHA
                   MOVE LEI-HORA TO CTL-HORA
               END-IF
       END-READ.

       ACTUALIZAR-CONTROL.
       MOVE AUD-SECUENCIA TO CTL-SECUENCIA.
       MOVE AUD-VERIFICADOR TO CTL-VERIFICADOR.
       MOVE AUD-FECHA TO CTL-FECHA.
       MOVE AUD-HORA TO CTL-HORA.
       REWRITE CONTROL-AUDITORIA
           INVALID KEY
               DISPLAY "AVISO: NO SE PUDO ACTUALIZAR AUDCTL.DAT, "
                   "ESTADO " CONTROL-ESTADO
       END-REWRITE.

      * EL VERIFICADOR RECORRE TODO EL REGISTRO MENOS EL PROPIO
      * VERIFICADOR (FECHA, HORA, PROGRAMA, ACCION, CLAVE, OPERADOR,
      * IMAGENES Y SECUENCIA), PARTIENDO DEL VERIFICADOR DEL REGISTRO
      * ANTERIOR: MULTIPLICA POR 31, SUMA EL CARACTER Y SE QUEDA CON
      * EL RESIDUO ENTRE UN PRIMO DE NUEVE CIFRAS. PROG0057 REPITE
      * EXACTAMENTE ESTE CALCULO.
       CALCULAR-VERIFICADOR.
       MOVE VER-ANTERIOR TO VER-ACUMULADO.
       PERFORM SUMAR-CARACTER
       VARYING VER-POS FROM 1 BY 1
       UNTIL VER-POS > 494.
       MOVE VER-ACUMULADO TO AUD-VERIFICADOR.

       SUMAR-CARACTER.
       MOVE LOW-VALUE TO VER-BYTE-ALTO.
       MOVE AUDITORIA-REGISTRO(VER-POS:1) TO VER-BYTE-BAJO.
       COMPUTE VER-ACUMULADO =
           VER-ACUMULADO * 31 + VER-BYTE-VALOR + 1.
       DIVIDE VER-ACUMULADO BY 999999937 GIVING VER-COCIENTE
           REMAINDER VER-RESTO.
       MOVE VER-RESTO TO VER-ACUMULADO.

       END PROGRAM PROG0056.
