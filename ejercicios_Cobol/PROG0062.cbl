       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0062.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  SOLO PERSONAL DE OPERACIONES.
      * -------------------------------------------------------------- *
      * OBJETIVO:CUENTAS INACTIVAS Y RECERTIFICACION DE ACCESOS. BUSCA  *
      *          EN EL REGISTRO DE FIRMAS (FIRMAS.DAT) LA ULTIMA FIRMA  *
      *          CORRECTA DE CADA OPERADOR Y BLOQUEA (OPERADOR-         *
      *          BLOQUEADO) LAS CUENTAS QUE LLEVAN MAS DE 90 DIAS SIN   *
      *          USARSE, CONTANDO COMO USO TAMBIEN EL ULTIMO CAMBIO DE  *
      *          CONTRASENA EN PROG0031 Y EL ULTIMO DESBLOQUEO, PARA    *
      *          QUE UNA CUENTA NUEVA O RECIEN LIBERADA TENGA SU PLAZO  *
      *          COMPLETO. CADA BLOQUEO QUEDA EN FIRMAS.DAT COMO        *
      *          INACTIVA. IMPRIME RECERT.PRT CON OPERADOR, NOMBRE,     *
      *          ROL, ULTIMA FIRMA, DIAS SIN USO, ANTIGUEDAD DE LA      *
      *          CONTRASENA Y SITUACION DE LA CUENTA, Y AL FINAL UN     *
      *          RENGLON DE FIRMA PARA EL GERENTE DE CADA DEPARTAMENTO  *
      *          DE DEPTOS.DAT. CORRE EN LA CADENA NOCTURNA (PROG0032); *
      *          LA COPIA ARCHIVADA DEL CIERRE DE CADA TRIMESTRE        *
      *          (PROG0051) ES LA QUE SE ENTREGA AL AUDITOR.            *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LAS CUENTAS BLOQUEADAS EN LA       *
      *                 CORRIDA SE AVISAN CON UNA ALERTA EN EL TABLERO *
      *                 DE OPERACION (PROG0063).                       *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "OPERADORES.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OPER-ID
       FILE STATUS IS OPERADORES-ESTADO.

       SELECT OPTIONAL FIRMAS-ARCHIVO
       ASSIGN TO "FIRMAS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS DEPTO-CODIGO
       FILE STATUS IS DEPTOS-ESTADO.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "RECERT.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-ARCHIVO.
           COPY OPERADORES.

       FD FIRMAS-ARCHIVO.
           01 FIRMAS-LINEA PIC X(40).

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY FECHADIAS.

       COPY LOTENOCT.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  OPERADORES-ESTADO PIC X(2).
           88 OPERADORES-OK VALUE "00" "05".

       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00" "05".

       01  LINEA-FIRMA.
           05 FIR-FECHA    PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-HORA     PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-OPERADOR PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-RESULTADO PIC X(10).

      * DIAS NATURALES SIN USO A PARTIR DE LOS CUALES LA CUENTA SE
      * BLOQUEA.
       77  DIAS-INACTIVIDAD PIC 9(3) VALUE 90.

      * ULTIMA ACTIVIDAD DE CADA OPERADOR SEGUN FIRMAS.DAT. EL
      * REGISTRO DE FIRMAS SE LEE UNA SOLA VEZ Y SE ACUMULA AQUI.
       77  OPE-MAXIMO  PIC 9(3) COMP VALUE 500.
       77  OPE-TOTAL   PIC 9(3) COMP VALUE ZERO.
       77  OPE-IDX     PIC 9(3) COMP.
       77  OPE-HALLADO PIC 9(3) COMP.

       01  OPERADORES-TABLA.
           05 OPE-ENTRADA OCCURS 500 TIMES.
              10 OPE-ID         PIC X(8).
              10 OPE-ULT-FIRMA  PIC 9(8).
              10 OPE-ULT-DESBLO PIC 9(8).

       01  OPERADOR-BUSCADO PIC X(8).

       01  FECHA-HOY       PIC 9(8).
       01  DIAS-HOY        PIC 9(7).
       01  FECHA-REFERENCIA PIC 9(8).
       01  DIAS-SIN-USO    PIC 9(5).
       01  CAMPO-DIAS      PIC ZZZZ9.
       01  CAMPO-TOTAL     PIC ZZZZ9.

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-FIRMAS-SW PIC X VALUE "N".
              88 FIN-FIRMAS VALUE "S".
           05 WS-FIN-DEPTOS-SW PIC X VALUE "N".
              88 FIN-DEPTOS VALUE "S".
           05 WS-MAESTRO-ABIERTO-SW PIC X VALUE "N".
              88 MAESTRO-ABIERTO VALUE "S".
           05 WS-CUENTA-INACTIVA-SW PIC X.
              88 CUENTA-INACTIVA VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-OPERADORES PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ACTIVAS    PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-BLOQUEADAS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-INACTIVAS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-FALLIDAS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-DEPTOS     PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(55) VALUE
              "DEVCHRISAR, S.A. - RECERTIFICACION DE ACCESOS".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-3.
           05 FILLER PIC X(10) VALUE "OPERADOR".
           05 FILLER PIC X(27) VALUE "NOMBRE".
           05 FILLER PIC X(12) VALUE "ROL".
           05 FILLER PIC X(12) VALUE "ULT. FIRMA".
           05 FILLER PIC X(8)  VALUE "SIN USO".
           05 FILLER PIC X(11) VALUE "CONTRASENA".
           05 FILLER PIC X(24) VALUE "SITUACION".

       01  LINEA-DETALLE.
           05 DET-OPERADOR  PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(25).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ROL       PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ULT-FIRMA PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-SIN-USO   PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-CONTRASENA PIC X(9).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-SITUACION PIC X(24).

       01  FECHA-EDITADA PIC 9999/99/99.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZZ,ZZ9.

       01  TITULO-FIRMAS.
           05 FILLER PIC X(60) VALUE
              "CERTIFICACION DE LOS GERENTES DE DEPARTAMENTO".

       01  LEYENDA-FIRMAS.
           05 FILLER PIC X(50) VALUE
              "LOS ACCESOS DE MI PERSONAL LISTADOS ARRIBA SON ".
           05 FILLER PIC X(30) VALUE "CORRECTOS Y SIGUEN VIGENTES.".

       01  LINEA-DEPTO.
           05 DEP-CODIGO  PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 DEP-NOMBRE  PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 FILLER      PIC X(9) VALUE "GERENTE: ".
           05 DEP-GERENTE PIC X(25).

       01  LINEA-RAYA.
           05 FILLER PIC X(6)  VALUE SPACE.
           05 FILLER PIC X(40) VALUE
              "FIRMA: ______________________________".
           05 FILLER PIC X(25) VALUE "FECHA: ____/____/______".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF MAESTRO-ABIERTO
           PERFORM CARGAR-OPERADORES
           PERFORM LEER-FIRMAS
           PERFORM REVISAR-CUENTAS
           CLOSE OPERADORES-ARCHIVO
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       PERFORM IMPRIMIR-FIRMAS-GERENTES.
       IF WS-TOTAL-INACTIVAS > ZERO
           PERFORM ALERTAR-BLOQUEOS
       END-IF.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       MOVE WS-TOTAL-OPERADORES TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-INACTIVAS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-FALLIDAS TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

      * EN LA CADENA NOCTURNA LA FECHA ES LA DE LA NOCHE (UNA
      * REANUDACION A LA MANANA SIGUIENTE NO ADELANTA EL PLAZO).
       PROCEDIMIENTO-DE-APERTURA.
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-HOY
       ELSE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-HOY TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       OPEN I-O OPERADORES-ARCHIVO.
       IF OPERADORES-OK
           SET MAESTRO-ABIERTO TO TRUE
       ELSE
           DISPLAY "NO SE PUDO ABRIR OPERADORES.DAT. ESTADO: "
               OPERADORES-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE REPORTE-ARCHIVO.
       MOVE "RECERT" TO REP-REPORTE.
       MOVE "RECERT.PRT" TO REP-ARCHIVO.
       MOVE "PROG0062" TO REP-PROGRAMA.
       CALL "PROG0050".

      * PRIMERA PASADA AL MAESTRO: SOLO LAS CLAVES, PARA ACUMULAR
      * CONTRA ELLAS LAS FECHAS DEL REGISTRO DE FIRMAS.
       CARGAR-OPERADORES.
       PERFORM LEER-OPERADOR.
       PERFORM TABULAR-OPERADOR
       UNTIL FIN-ARCHIVO.

       LEER-OPERADOR.
       READ OPERADORES-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       TABULAR-OPERADOR.
       IF OPE-TOTAL >= OPE-MAXIMO
           DISPLAY "TABLA DE OPERADORES LLENA (" OPE-MAXIMO
               "); " OPER-ID " SE REVISA SIN SU ULTIMA FIRMA."
       ELSE
           ADD 1 TO OPE-TOTAL
           MOVE OPER-ID TO OPE-ID(OPE-TOTAL)
           MOVE ZERO TO OPE-ULT-FIRMA(OPE-TOTAL)
           MOVE ZERO TO OPE-ULT-DESBLO(OPE-TOTAL)
       END-IF.
       PERFORM LEER-OPERADOR.

      * SOLO CUENTAN LAS FIRMAS CORRECTAS Y LOS DESBLOQUEOS HECHOS
      * EN PROG0031; LOS INTENTOS FALLIDOS NO SON USO DE LA CUENTA.
       LEER-FIRMAS.
       OPEN INPUT FIRMAS-ARCHIVO.
       PERFORM LEER-FIRMA.
       PERFORM ACUMULAR-FIRMA
       UNTIL FIN-FIRMAS.
       CLOSE FIRMAS-ARCHIVO.

       LEER-FIRMA.
       READ FIRMAS-ARCHIVO INTO LINEA-FIRMA
           AT END
               SET FIN-FIRMAS TO TRUE
       END-READ.

       ACUMULAR-FIRMA.
       IF FIR-FECHA IS NUMERIC
           AND (FIR-RESULTADO = "OK" OR FIR-RESULTADO = "DESBLOQUEO")
           MOVE FIR-OPERADOR TO OPERADOR-BUSCADO
           PERFORM BUSCAR-OPERADOR
           IF OPE-HALLADO > ZERO
               PERFORM ANOTAR-FIRMA
           END-IF
       END-IF.
       PERFORM LEER-FIRMA.

       ANOTAR-FIRMA.
       IF FIR-RESULTADO = "OK"
           IF FIR-FECHA > OPE-ULT-FIRMA(OPE-HALLADO)
               MOVE FIR-FECHA TO OPE-ULT-FIRMA(OPE-HALLADO)
           END-IF
       ELSE
           IF FIR-FECHA > OPE-ULT-DESBLO(OPE-HALLADO)
               MOVE FIR-FECHA TO OPE-ULT-DESBLO(OPE-HALLADO)
           END-IF
       END-IF.

       BUSCAR-OPERADOR.
       MOVE ZERO TO OPE-HALLADO.
       PERFORM COMPARAR-OPERADOR
       VARYING OPE-IDX FROM 1 BY 1
       UNTIL OPE-IDX > OPE-TOTAL OR OPE-HALLADO > 0.

       COMPARAR-OPERADOR.
       IF OPE-ID(OPE-IDX) = OPERADOR-BUSCADO
           MOVE OPE-IDX TO OPE-HALLADO
       END-IF.

      * SEGUNDA PASADA AL MAESTRO: SE REVISA Y SE IMPRIME CADA
      * CUENTA. LOS BLOQUEOS SE ANOTAN EN FIRMAS.DAT, QUE YA SE LEYO.
       REVISAR-CUENTAS.
       CLOSE OPERADORES-ARCHIVO.
       OPEN I-O OPERADORES-ARCHIVO.
       OPEN EXTEND FIRMAS-ARCHIVO.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       PERFORM LEER-OPERADOR.
       PERFORM REVISAR-CUENTA
       UNTIL FIN-ARCHIVO.
       CLOSE FIRMAS-ARCHIVO.

      * LA REFERENCIA ES LO MAS RECIENTE ENTRE LA ULTIMA FIRMA, EL
      * ULTIMO DESBLOQUEO Y EL ULTIMO CAMBIO DE CONTRASENA. UNA
      * CUENTA SIN NINGUNA DE LAS TRES (CONVERTIDA Y NUNCA USADA) SE
      * TRATA COMO INACTIVA.
       REVISAR-CUENTA.
       ADD 1 TO WS-TOTAL-OPERADORES.
       MOVE SPACE TO LINEA-DETALLE.
       MOVE OPER-ID TO OPERADOR-BUSCADO.
       PERFORM BUSCAR-OPERADOR.
       IF OPER-FECHA-PASSWORD IS NUMERIC
           MOVE OPER-FECHA-PASSWORD TO FECHA-REFERENCIA
       ELSE
           MOVE ZERO TO FECHA-REFERENCIA
       END-IF.
       MOVE "NUNCA" TO DET-ULT-FIRMA.
       IF OPE-HALLADO > ZERO
           IF OPE-ULT-FIRMA(OPE-HALLADO) > ZERO
               MOVE OPE-ULT-FIRMA(OPE-HALLADO) TO FECHA-EDITADA
               MOVE FECHA-EDITADA TO DET-ULT-FIRMA
           END-IF
           IF OPE-ULT-FIRMA(OPE-HALLADO) > FECHA-REFERENCIA
               MOVE OPE-ULT-FIRMA(OPE-HALLADO) TO FECHA-REFERENCIA
           END-IF
           IF OPE-ULT-DESBLO(OPE-HALLADO) > FECHA-REFERENCIA
               MOVE OPE-ULT-DESBLO(OPE-HALLADO) TO FECHA-REFERENCIA
           END-IF
       END-IF.
       MOVE "N" TO WS-CUENTA-INACTIVA-SW.
       MOVE FECHA-REFERENCIA TO CNV-FECHA.
       PERFORM DIAS-TRANSCURRIDOS.
       IF CNV-ERROR
           SET CUENTA-INACTIVA TO TRUE
           MOVE "-" TO DET-SIN-USO
       ELSE
           MOVE DIAS-SIN-USO TO CAMPO-DIAS
           MOVE CAMPO-DIAS TO DET-SIN-USO
           IF DIAS-SIN-USO > DIAS-INACTIVIDAD
               SET CUENTA-INACTIVA TO TRUE
           END-IF
       END-IF.
       IF OPER-FECHA-PASSWORD IS NUMERIC
           AND OPER-FECHA-PASSWORD > ZERO
           MOVE OPER-FECHA-PASSWORD TO CNV-FECHA
           PERFORM DIAS-TRANSCURRIDOS
           MOVE DIAS-SIN-USO TO CAMPO-DIAS
           MOVE CAMPO-DIAS TO DET-CONTRASENA
       ELSE
           MOVE "SIN FECHA" TO DET-CONTRASENA
       END-IF.
       EVALUATE TRUE
           WHEN OPERADOR-BLOQUEADO
               ADD 1 TO WS-TOTAL-BLOQUEADAS
               MOVE "BLOQUEADA" TO DET-SITUACION
           WHEN CUENTA-INACTIVA
               PERFORM BLOQUEAR-CUENTA
           WHEN OTHER
               ADD 1 TO WS-TOTAL-ACTIVAS
               MOVE "ACTIVA" TO DET-SITUACION
       END-EVALUATE.
       MOVE OPER-ID TO DET-OPERADOR.
       MOVE OPER-NOMBRE TO DET-NOMBRE.
       EVALUATE TRUE
           WHEN ROL-RECEPCION
               MOVE "RECEPCION" TO DET-ROL
           WHEN ROL-CAPTURISTA
               MOVE "CAPTURISTA" TO DET-ROL
           WHEN ROL-SUPERVISOR
               MOVE "SUPERVISOR" TO DET-ROL
           WHEN OTHER
               MOVE OPER-ROL TO DET-ROL
       END-EVALUATE.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-OPERADOR.

      * DIAS ENTRE CNV-FECHA Y LA FECHA DE LA CORRIDA; UNA FECHA QUE
      * NO ES DE CALENDARIO (O CERO) DEJA CNV-ERROR.
       DIAS-TRANSCURRIDOS.
       SET CNV-A-DIAS TO TRUE.
       CALL "PROG0061".
       IF CNV-OK AND DIAS-HOY > CNV-DIAS
           COMPUTE DIAS-SIN-USO = DIAS-HOY - CNV-DIAS
       ELSE
           MOVE ZERO TO DIAS-SIN-USO
       END-IF.

      * EL BLOQUEO ES EL MISMO QUE PONE LA FIRMA AL TERCER INTENTO
      * FALLIDO: SOLO SE LIBERA CON LA OPCION DE DESBLOQUEO DE
      * PROG0031.
       BLOQUEAR-CUENTA.
       SET OPERADOR-BLOQUEADO TO TRUE.
       REWRITE OPERADORES-REGISTRO
           INVALID KEY
               ADD 1 TO WS-TOTAL-FALLIDAS
               MOVE "NO SE PUDO BLOQUEAR" TO DET-SITUACION
               DISPLAY "NO SE PUDO BLOQUEAR LA CUENTA " OPER-ID
                   " ESTADO: " OPERADORES-ESTADO
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-INACTIVAS
               MOVE "BLOQUEADA HOY (INACTIVA)" TO DET-SITUACION
               PERFORM GRABAR-FIRMA-INACTIVA
       END-REWRITE.

       GRABAR-FIRMA-INACTIVA.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE FECHA-HOY TO FIR-FECHA.
       MOVE RUN-HORA-ACT(1:6) TO FIR-HORA.
       MOVE OPER-ID TO FIR-OPERADOR.
       MOVE "INACTIVA" TO FIR-RESULTADO.
       WRITE FIRMAS-LINEA FROM LINEA-FIRMA.

      * UNA SOLA ALERTA POR CORRIDA CON EL NUMERO DE CUENTAS
      * BLOQUEADAS; EL DETALLE ESTA EN RECERT.PRT.
       ALERTAR-BLOQUEOS.
       MOVE WS-TOTAL-INACTIVAS TO CAMPO-TOTAL.
       MOVE "PROG0062" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "CUENTAS BLOQUEADAS POR INACTIVIDAD:" CAMPO-TOTAL
           "; VER RECERT.PRT" DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "CUENTAS REVISADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-OPERADORES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "CUENTAS ACTIVAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ACTIVAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "YA BLOQUEADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-BLOQUEADAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "BLOQUEADAS HOY POR INACTIVIDAD:" TO TOT-TITULO.
       MOVE WS-TOTAL-INACTIVAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "NO SE PUDIERON BLOQUEAR:" TO TOT-TITULO.
       MOVE WS-TOTAL-FALLIDAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "CUENTAS REVISADAS:     " WS-TOTAL-OPERADORES.
       DISPLAY "BLOQUEADAS HOY:        " WS-TOTAL-INACTIVAS.

      * UN RENGLON DE FIRMA POR DEPARTAMENTO DEL MAESTRO; SIN
      * MAESTRO DE DEPARTAMENTOS LA SECCION SALE VACIA.
       IMPRIMIR-FIRMAS-GERENTES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM TITULO-FIRMAS.
       WRITE LINEA-IMPRESION FROM LEYENDA-FIRMAS.
       OPEN INPUT DEPTOS-ARCHIVO.
       IF DEPTOS-OK
           PERFORM LEER-DEPTO
           PERFORM IMPRIMIR-DEPTO
           UNTIL FIN-DEPTOS
           CLOSE DEPTOS-ARCHIVO
       END-IF.
       IF WS-TOTAL-DEPTOS = ZERO
           WRITE LINEA-IMPRESION FROM LINEA-BLANCO
           MOVE "SIN DEPARTAMENTOS EN DEPTOS.DAT" TO TOT-TITULO
           MOVE ZERO TO TOT-VALOR
           WRITE LINEA-IMPRESION FROM LINEA-TOTAL
       END-IF.

       LEER-DEPTO.
       READ DEPTOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-DEPTOS TO TRUE
       END-READ.

       IMPRIMIR-DEPTO.
       ADD 1 TO WS-TOTAL-DEPTOS.
       MOVE DEPTO-CODIGO TO DEP-CODIGO.
       MOVE DEPTO-NOMBRE TO DEP-NOMBRE.
       MOVE DEPTO-GERENTE TO DEP-GERENTE.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-DEPTO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-RAYA.
       PERFORM LEER-DEPTO.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0062" TO RUN-PROGRAMA.
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

       END PROGRAM PROG0062.
