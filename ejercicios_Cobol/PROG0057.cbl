       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0057.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:VERIFICACION DE INTEGRIDAD DE LA PISTA DE AUDITORIA    *
      *          (AUDITLOG.DAT). RECORRE LA PISTA COMPLETA Y COMPRUEBA  *
      *          QUE LOS NUMEROS DE SECUENCIA QUE ASIGNA EL GRABADOR    *
      *          COMUN (PROG0056) SEAN CORRIDOS, QUE EL VERIFICADOR DE  *
      *          CADA REGISTRO RECALCULADO DESDE EL ANTERIOR COINCIDA   *
      *          (UN RENGLON EDITADO ROMPE LA CADENA), QUE LA FECHA Y   *
      *          HORA NUNCA RETROCEDAN Y QUE EL ULTIMO REGISTRO         *
      *          COINCIDA CON EL REGISTRO DE CONTROL (AUDCTL.DAT), PARA *
      *          DESCUBRIR RENGLONES BORRADOS AL FINAL. IMPRIME CADA    *
      *          ANOMALIA EN AUDVERIF.PRT CON TOTALES POR TIPO; LOS     *
      *          REGISTROS ANTERIORES A LA SECUENCIA SOLO SE CUENTAN.   *
      *          CADA CORRIDA DEJA EN AUDCTL.DAT (CLAVE "VERIFICA")     *
      *          HASTA DONDE VERIFICO; LAS ANOMALIAS DE ESA PARTE YA SE *
      *          REPORTARON Y SOLO SE LISTAN DE NUEVO. UNA ANOMALIA     *
      *          NUEVA (O UN CAMBIO EN LA PARTE YA VERIFICADA) DEJA LA  *
      *          CORRIDA FAILED EN RUNHIST.DAT Y RETURN-CODE 8, QUE     *
      *          DETIENE LA CADENA DE PROG0032 (CORRE COMO PASO 7) UNA  *
      *          SOLA VEZ: LA CORRIDA SIGUIENTE YA LA DA POR REPORTADA. *
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

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "AUDVERIF.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).

       FD CONTROL-ARCHIVO.
           COPY AUDCTL.

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(126).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY AUDITORIA.

       COPY REPARCH.

       COPY LOTENOCT.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  FECHA-PROCESO PIC 9(8).

       01  CONTROL-ESTADO PIC X(2).
           88 CONTROL-OK VALUE "00".
           88 CONTROL-ABIERTO VALUE "00" "05".

       77  VER-POS PIC 9(3) COMP.

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

       01  REGISTRO-PREVIO.
           05 PRE-SECUENCIA   PIC 9(9) VALUE ZERO.
           05 PRE-VERIFICADOR PIC 9(9) VALUE ZERO.
           05 PRE-FECHA       PIC 9(8) VALUE ZERO.
           05 PRE-HORA        PIC 9(6) VALUE ZERO.

      * HASTA DONDE LLEGO LA VERIFICACION ANTERIOR (AUDCTL.DAT, CLAVE
      * "VERIFICA"). LA CUENTA DE ANOMALIAS SE GUARDA CON TOPE.
       01  PUNTO-VERIFICADO.
           05 PUN-HAY-SW      PIC X VALUE "N".
              88 HAY-PUNTO    VALUE "S".
           05 PUN-REGISTROS   PIC 9(9) VALUE ZERO.
           05 PUN-SECUENCIA   PIC 9(9) VALUE ZERO.
           05 PUN-VERIFICADOR PIC 9(9) VALUE ZERO.
           05 PUN-ANOMALIAS   PIC 9(5) VALUE ZERO.
           05 PUN-TOPE        PIC 9(5) VALUE ZERO.

       01  SECUENCIA-FALTANTES PIC 9(9).

       01  ANOMALIA-TEXTO PIC X(40).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-HAY-SECUENCIA-SW PIC X VALUE "N".
              88 HAY-SECUENCIA VALUE "S".
           05 WS-TIPO-ANOMALIA-SW PIC X VALUE "R".
              88 ANOMALIA-DE-REGISTRO VALUE "R".
              88 ANOMALIA-DE-CONTROL  VALUE "C".
              88 ANOMALIA-FORZADA     VALUE "F".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS      PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-ANTERIORES  PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-SECUENCIADOS PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-HUECOS      PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-REPETIDOS   PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-CADENA      PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-DESORDEN    PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-SIN-SECUENCIA PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-CONTROL     PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-ANOMALIAS   PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-PUNTO       PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-PISTA       PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-NUEVAS      PIC 9(9) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(60) VALUE
           "DEVCHRISAR, S.A. - VERIFICACION DE LA PISTA DE AUDITORIA".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(12) VALUE "SECUENCIA".
           05 FILLER PIC X(12) VALUE "FECHA".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(19) VALUE "PROGRAMA".
           05 FILLER PIC X(27) VALUE "CLAVE".
           05 FILLER PIC X(41) VALUE "ANOMALIA".
           05 FILLER PIC X(5)  VALUE "NUEVA".

       01  LINEA-DETALLE.
           05 DET-SECUENCIA PIC Z(8)9.
           05 FILLER        PIC X(3) VALUE SPACE.
           05 DET-FECHA     PIC 9999/99/99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HORA      PIC 99B99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-PROGRAMA  PIC X(18).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-CLAVE     PIC X(26).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-ANOMALIA  PIC X(40).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-NUEVA     PIC X(5).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM LEER-PUNTO-VERIFICADO.
       PERFORM LEER-AUDITORIA.
       PERFORM VERIFICAR-REGISTRO
       UNTIL FIN-ARCHIVO.
       PERFORM COMPROBAR-PISTA-CORTA.
       PERFORM COMPROBAR-CONTROL.
       PERFORM GRABAR-PUNTO-VERIFICADO.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       EVALUATE TRUE
           WHEN WS-TOTAL-NUEVAS > ZERO
               DISPLAY "LA PISTA DE AUDITORIA TIENE " WS-TOTAL-NUEVAS
                   " ANOMALIAS NUEVAS; VER AUDVERIF.PRT."
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
           WHEN WS-TOTAL-ANOMALIAS > ZERO
               DISPLAY "SIN ANOMALIAS NUEVAS; " WS-TOTAL-ANOMALIAS
                   " YA REPORTADAS EN CORRIDAS ANTERIORES."
           WHEN OTHER
               DISPLAY "PISTA DE AUDITORIA INTEGRA."
       END-EVALUATE.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-SECUENCIADOS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-ANOMALIAS TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN INPUT AUDITORIA-ARCHIVO.
       OPEN OUTPUT REPORTE-ARCHIVO.
      * EN LA CADENA NOCTURNA EL REPORTE LLEVA LA FECHA DE LA NOCHE,
      * AUNQUE LA CADENA SE REANUDE DESPUES DE MEDIANOCHE.
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-PROCESO
       ELSE
           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
       END-IF.
       MOVE FECHA-PROCESO TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE REPORTE-ARCHIVO.
       MOVE "AUDVERIF" TO REP-REPORTE.
       MOVE "AUDVERIF.PRT" TO REP-ARCHIVO.
       MOVE "PROG0057" TO REP-PROGRAMA.
       CALL "PROG0050".

       LEER-AUDITORIA.
       READ AUDITORIA-ARCHIVO INTO AUDITORIA-REGISTRO
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * LOS REGISTROS SIN SECUENCIA SOLO SON LEGITIMOS ANTES DEL
      * PRIMER REGISTRO SECUENCIADO (PISTA ANTERIOR AL GRABADOR
      * COMUN); DESPUES SON UN RENGLON INTERCALADO A MANO O UNA
      * GRABACION QUE NO PUDO TOMAR EL CONTROL.
       VERIFICAR-REGISTRO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       SET ANOMALIA-DE-REGISTRO TO TRUE.
       IF AUD-SECUENCIA IS NOT NUMERIC OR AUD-SECUENCIA = ZERO
           IF HAY-SECUENCIA
               ADD 1 TO WS-TOTAL-SIN-SECUENCIA
               MOVE "REGISTRO SIN SECUENCIA" TO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
           ELSE
               ADD 1 TO WS-TOTAL-ANTERIORES
           END-IF
       ELSE
           ADD 1 TO WS-TOTAL-SECUENCIADOS
           PERFORM VERIFICAR-SECUENCIA
           MOVE AUD-SECUENCIA TO PRE-SECUENCIA
           MOVE AUD-VERIFICADOR TO PRE-VERIFICADOR
           SET HAY-SECUENCIA TO TRUE
       END-IF.
       PERFORM VERIFICAR-FECHA.
       IF HAY-PUNTO AND WS-TOTAL-LEIDOS = PUN-REGISTROS
           PERFORM COMPARAR-PUNTO
       END-IF.
       PERFORM LEER-AUDITORIA.

      * AL LLEGAR AL RENGLON DONDE TERMINO LA VERIFICACION ANTERIOR,
      * LA PARTE YA VERIFICADA DEBE ACABAR EN EL MISMO REGISTRO Y CON
      * LAS MISMAS ANOMALIAS; SI NO, LA ALTERARON DESPUES Y ESO ES
      * UNA ANOMALIA NUEVA AUNQUE CAIGA EN LA PARTE VIEJA.
       COMPARAR-PUNTO.
       PERFORM CALCULAR-TOPE.
       IF PRE-SECUENCIA NOT = PUN-SECUENCIA
           OR PRE-VERIFICADOR NOT = PUN-VERIFICADOR
           OR PUN-TOPE NOT = PUN-ANOMALIAS
           ADD 1 TO WS-TOTAL-PUNTO
           SET ANOMALIA-FORZADA TO TRUE
           MOVE "CAMBIO LA PARTE YA VERIFICADA"
               TO ANOMALIA-TEXTO
           PERFORM IMPRIMIR-ANOMALIA
           SET ANOMALIA-DE-REGISTRO TO TRUE
       END-IF.

       CALCULAR-TOPE.
       IF WS-TOTAL-PISTA > 99999
           MOVE 99999 TO PUN-TOPE
       ELSE
           MOVE WS-TOTAL-PISTA TO PUN-TOPE
       END-IF.

      * UNA PISTA QUE YA NO LLEGA AL RENGLON DONDE TERMINO LA
      * VERIFICACION ANTERIOR PERDIO RENGLONES YA VERIFICADOS.
       COMPROBAR-PISTA-CORTA.
       IF HAY-PUNTO AND WS-TOTAL-LEIDOS < PUN-REGISTROS
           INITIALIZE AUDITORIA-REGISTRO
           MOVE PRE-SECUENCIA TO AUD-SECUENCIA
           MOVE "AUDITLOG.DAT" TO AUD-PROGRAMA
           ADD 1 TO WS-TOTAL-PUNTO
           SET ANOMALIA-FORZADA TO TRUE
           MOVE "PISTA MAS CORTA QUE LA YA VERIFICADA"
               TO ANOMALIA-TEXTO
           PERFORM IMPRIMIR-ANOMALIA
       END-IF.

      * SOLO CON LA SECUENCIA CORRIDA SE PUEDE COMPROBAR LA CADENA:
      * DESPUES DE UN HUECO EL VERIFICADOR ANTERIOR SE PERDIO CON LOS
      * REGISTROS FALTANTES, Y EL HUECO YA QUEDA DENUNCIADO.
       VERIFICAR-SECUENCIA.
       EVALUATE TRUE
           WHEN AUD-SECUENCIA = PRE-SECUENCIA + 1
               MOVE PRE-VERIFICADOR TO VER-ANTERIOR
               PERFORM CALCULAR-VERIFICADOR
               IF VER-ACUMULADO NOT = AUD-VERIFICADOR
                   ADD 1 TO WS-TOTAL-CADENA
                   MOVE "CADENA ROTA: REGISTRO ALTERADO"
                       TO ANOMALIA-TEXTO
                   PERFORM IMPRIMIR-ANOMALIA
               END-IF
           WHEN AUD-SECUENCIA > PRE-SECUENCIA + 1
               ADD 1 TO WS-TOTAL-HUECOS
               COMPUTE SECUENCIA-FALTANTES =
                   AUD-SECUENCIA - PRE-SECUENCIA - 1
               MOVE SPACE TO ANOMALIA-TEXTO
               STRING "HUECO: FALTAN " DELIMITED BY SIZE
                   SECUENCIA-FALTANTES DELIMITED BY SIZE
                   " REGISTROS ANTES" DELIMITED BY SIZE
                   INTO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
           WHEN OTHER
               ADD 1 TO WS-TOTAL-REPETIDOS
               MOVE "SECUENCIA REPETIDA O ATRASADA"
                   TO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
       END-EVALUATE.

       VERIFICAR-FECHA.
       IF AUD-FECHA IS NUMERIC AND AUD-HORA IS NUMERIC
           IF AUD-FECHA < PRE-FECHA
               OR (AUD-FECHA = PRE-FECHA AND AUD-HORA < PRE-HORA)
               ADD 1 TO WS-TOTAL-DESORDEN
               MOVE "FECHA/HORA ANTERIOR AL REGISTRO PREVIO"
                   TO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
           END-IF
           MOVE AUD-FECHA TO PRE-FECHA
           MOVE AUD-HORA TO PRE-HORA
       END-IF.

      * EL CONTROL GUARDA EL ULTIMO REGISTRO QUE SE GRABO; SI LA
      * PISTA TERMINA ANTES, LE BORRARON RENGLONES AL FINAL.
       COMPROBAR-CONTROL.
       OPEN INPUT CONTROL-ARCHIVO.
       MOVE "AUDITLOG" TO CTL-CLAVE.
       IF CONTROL-OK
           READ CONTROL-ARCHIVO
               INVALID KEY
                   CONTINUE
           END-READ
       END-IF.
       INITIALIZE AUDITORIA-REGISTRO.
       MOVE PRE-SECUENCIA TO AUD-SECUENCIA.
       MOVE "AUDCTL.DAT" TO AUD-PROGRAMA.
       SET ANOMALIA-DE-CONTROL TO TRUE.
       IF CONTROL-OK
           IF CTL-SECUENCIA NOT = PRE-SECUENCIA
               OR CTL-VERIFICADOR NOT = PRE-VERIFICADOR
               ADD 1 TO WS-TOTAL-CONTROL
               MOVE CTL-FECHA TO AUD-FECHA
               MOVE CTL-HORA TO AUD-HORA
               MOVE CTL-SECUENCIA TO AUD-SECUENCIA
               MOVE "EL CONTROL NO COINCIDE CON EL FINAL"
                   TO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
           END-IF
           CLOSE CONTROL-ARCHIVO
       ELSE
           IF HAY-SECUENCIA
               ADD 1 TO WS-TOTAL-CONTROL
               MOVE "PISTA SECUENCIADA SIN REGISTRO CONTROL"
                   TO ANOMALIA-TEXTO
               PERFORM IMPRIMIR-ANOMALIA
           END-IF
       END-IF.

      * SIN PUNTO ANTERIOR (PRIMERA CORRIDA) TODA ANOMALIA ES NUEVA.
       LEER-PUNTO-VERIFICADO.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-OK
           MOVE "VERIFICA" TO CHK-CLAVE
           READ CONTROL-ARCHIVO
               INVALID KEY
                   CONTINUE
           END-READ
           IF CONTROL-OK AND CHK-REGISTROS IS NUMERIC
               AND CHK-REGISTROS > ZERO
               MOVE CHK-REGISTROS TO PUN-REGISTROS
               MOVE CHK-SECUENCIA TO PUN-SECUENCIA
               MOVE CHK-VERIFICADOR TO PUN-VERIFICADOR
               MOVE CHK-ANOMALIAS TO PUN-ANOMALIAS
               SET HAY-PUNTO TO TRUE
           END-IF
           CLOSE CONTROL-ARCHIVO
       END-IF.

      * EL PUNTO AVANZA AL FINAL DE LA PISTA AUNQUE LA CORRIDA HAYA
      * ENCONTRADO ANOMALIAS: YA QUEDARON EN AUDVERIF.PRT Y LA CADENA
      * SE DETUVO POR ELLAS UNA VEZ.
       GRABAR-PUNTO-VERIFICADO.
       IF WS-TOTAL-LEIDOS > ZERO
           OPEN I-O CONTROL-ARCHIVO
           IF CONTROL-ABIERTO
               MOVE "VERIFICA" TO CHK-CLAVE
               READ CONTROL-ARCHIVO WITH LOCK
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM ARMAR-PUNTO-VERIFICADO
               IF CONTROL-OK
                   REWRITE CONTROL-VERIFICACION
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE CONTROL-VERIFICACION
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT CONTROL-OK
                   DISPLAY "AVISO: NO SE PUDO GUARDAR HASTA DONDE SE "
                       "VERIFICO (ESTADO " CONTROL-ESTADO ")."
               END-IF
               CLOSE CONTROL-ARCHIVO
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR AUDCTL.DAT PARA "
                   "GUARDAR HASTA DONDE SE VERIFICO (ESTADO "
                   CONTROL-ESTADO ")."
           END-IF
       END-IF.

       ARMAR-PUNTO-VERIFICADO.
       PERFORM CALCULAR-TOPE.
       MOVE "VERIFICA" TO CHK-CLAVE.
       MOVE WS-TOTAL-LEIDOS TO CHK-REGISTROS.
       MOVE PRE-SECUENCIA TO CHK-SECUENCIA.
       MOVE PRE-VERIFICADOR TO CHK-VERIFICADOR.
       MOVE PUN-TOPE TO CHK-ANOMALIAS.

      * MISMO CALCULO QUE PROG0056: TODO EL REGISTRO MENOS EL
      * VERIFICADOR, PARTIENDO DEL VERIFICADOR DEL REGISTRO ANTERIOR.
       CALCULAR-VERIFICADOR.
       MOVE VER-ANTERIOR TO VER-ACUMULADO.
       PERFORM SUMAR-CARACTER
       VARYING VER-POS FROM 1 BY 1
       UNTIL VER-POS > 494.

       SUMAR-CARACTER.
       MOVE LOW-VALUE TO VER-BYTE-ALTO.
       MOVE AUDITORIA-REGISTRO(VER-POS:1) TO VER-BYTE-BAJO.
       COMPUTE VER-ACUMULADO =
           VER-ACUMULADO * 31 + VER-BYTE-VALOR + 1.
       DIVIDE VER-ACUMULADO BY 999999937 GIVING VER-COCIENTE
           REMAINDER VER-RESTO.
       MOVE VER-RESTO TO VER-ACUMULADO.

      * LA ANOMALIA DE UN RENGLON YA VERIFICADO, O LA DEL CONTROL SI
      * NO SE AGREGO NADA A LA PISTA, YA SE REPORTO ANTES; LAS DE LA
      * PARTE YA VERIFICADA SE CUENTAN PARA COMPARARLAS LA PROXIMA VEZ.
       IMPRIMIR-ANOMALIA.
       ADD 1 TO WS-TOTAL-ANOMALIAS.
       IF ANOMALIA-DE-REGISTRO
           ADD 1 TO WS-TOTAL-PISTA
       END-IF.
       IF HAY-PUNTO AND WS-TOTAL-LEIDOS NOT > PUN-REGISTROS
           AND NOT ANOMALIA-FORZADA
           MOVE SPACE TO DET-NUEVA
       ELSE
           ADD 1 TO WS-TOTAL-NUEVAS
           MOVE "NUEVA" TO DET-NUEVA
       END-IF.
       IF AUD-SECUENCIA IS NUMERIC
           MOVE AUD-SECUENCIA TO DET-SECUENCIA
       ELSE
           MOVE ZERO TO DET-SECUENCIA
       END-IF.
       IF AUD-FECHA IS NUMERIC
           MOVE AUD-FECHA TO DET-FECHA
       ELSE
           MOVE ZERO TO DET-FECHA
       END-IF.
       IF AUD-HORA IS NUMERIC
           MOVE AUD-HORA TO DET-HORA
       ELSE
           MOVE ZERO TO DET-HORA
       END-IF.
       MOVE AUD-PROGRAMA TO DET-PROGRAMA.
       MOVE AUD-CLAVE TO DET-CLAVE.
       MOVE ANOMALIA-TEXTO TO DET-ANOMALIA.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-TOTALES.
       IF WS-TOTAL-ANOMALIAS = ZERO
           MOVE "SIN ANOMALIAS." TO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "REGISTROS LEIDOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-LEIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ANTERIORES A LA SECUENCIA:" TO TOT-TITULO.
       MOVE WS-TOTAL-ANTERIORES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "REGISTROS SECUENCIADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-SECUENCIADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "HUECOS EN LA SECUENCIA:" TO TOT-TITULO.
       MOVE WS-TOTAL-HUECOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SECUENCIAS REPETIDAS O ATRASADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-REPETIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "CADENA ROTA (REGISTRO ALTERADO):" TO TOT-TITULO.
       MOVE WS-TOTAL-CADENA TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "FECHA/HORA FUERA DE ORDEN:" TO TOT-TITULO.
       MOVE WS-TOTAL-DESORDEN TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "SIN SECUENCIA ENTRE SECUENCIADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-SIN-SECUENCIA TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DIFERENCIAS CONTRA EL CONTROL:" TO TOT-TITULO.
       MOVE WS-TOTAL-CONTROL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "CAMBIOS EN LA PARTE YA VERIFICADA:" TO TOT-TITULO.
       MOVE WS-TOTAL-PUNTO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "TOTAL DE ANOMALIAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ANOMALIAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "NUEVAS DESDE LA CORRIDA ANTERIOR:" TO TOT-TITULO.
       MOVE WS-TOTAL-NUEVAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "REGISTROS LEIDOS:       " WS-TOTAL-LEIDOS.
       DISPLAY "REGISTROS SECUENCIADOS: " WS-TOTAL-SECUENCIADOS.
       DISPLAY "ANOMALIAS:              " WS-TOTAL-ANOMALIAS.
       DISPLAY "ANOMALIAS NUEVAS:       " WS-TOTAL-NUEVAS.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0057" TO RUN-PROGRAMA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-INI.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-INI.
       MOVE ZERO TO RUN-REG-ENTRADA.
       MOVE ZERO TO RUN-REG-SALIDA.
       MOVE ZERO TO RUN-REG-RECHAZADOS.
       MOVE "OK" TO RUN-RESULTADO.

       9200-GRABAR-CORRIDA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-FIN.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-FIN.
       OPEN EXTEND RUN-HISTORY.
       WRITE RUN-HISTORY-LINEA FROM RUN-HIST-REGISTRO.
       CLOSE RUN-HISTORY.


       END PROGRAM PROG0057.
