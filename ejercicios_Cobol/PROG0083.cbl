       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0083.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:INFORME DE SIMULACROS E INCIDENTES (SIMULACROS.PRT).   *
      *          RECORRE LOS PASES DE LISTA GUARDADOS POR PROG0082 Y    *
      *          DA, POR CADA SIMULACRO O INCIDENTE, CUANTAS PERSONAS   *
      *          HABIA EN SITIO, CUANTAS SE LOCALIZARON, EL TIEMPO      *
      *          HASTA LOCALIZAR A TODOS Y CUANTAS FALTABAN AL CERRAR,  *
      *          CON EL TIEMPO PROMEDIO DE LOS QUE SE COMPLETARON. AL   *
      *          FINAL LISTA A LOS EMPLEADOS QUE HAN FALTADO EN EL      *
      *          PUNTO DE REUNION AL MENOS VECES-MINIMO VECES EN        *
      *          SIMULACROS YA CERRADOS, PARA QUE LA BRIGADA HABLE CON  *
      *          ELLOS. SE CORRE A DEMANDA DESPUES DE CADA SIMULACRO.   *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL SIMULACROS-ARCHIVO
       ASSIGN TO "SIMULACROS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SIM-NUMERO
       FILE STATUS IS SIMULACROS-ESTADO.

       SELECT OPTIONAL PASELISTA-ARCHIVO
       ASSIGN TO "PASELISTA.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PAS-CLAVE
       FILE STATUS IS PASELISTA-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "SIMULACROS.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "SIMULACROS.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SIMULACROS-ARCHIVO.
           COPY SIMULACROS.

       FD PASELISTA-ARCHIVO.
           COPY PASELISTA.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-ID        PIC X(6).
               05 ORD-SIMULACRO PIC 9(5).
               05 ORD-NOMBRE    PIC X(20).
               05 ORD-ESTADO    PIC X(1).
                  88 ORD-FALTO  VALUE "F".

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  SIMULACROS-ESTADO PIC X(2).
           88 SIMULACROS-OK VALUE "00" "05".

       01  PASELISTA-ESTADO PIC X(2).
           88 PASELISTA-OK VALUE "00" "05".

      * UN EMPLEADO QUE FALTO EN EL PUNTO DE REUNION AL MENOS ESTE
      * NUMERO DE VECES SALE EN LA LISTA DE FALTANTES FRECUENTES.
       77  VECES-MINIMO PIC 9(3) VALUE 2.

       01  FECHA-HOY PIC 9(8).

       01  HORA-CALCULO.
           05 HC-HORA    PIC 9(2).
           05 HC-MINUTO  PIC 9(2).
           05 HC-SEGUNDO PIC 9(2).
       01  HORA-CALCULO-9 REDEFINES HORA-CALCULO PIC 9(6).

       01  SEGUNDOS-CALCULO       PIC 9(5).
       01  SEGUNDOS-INICIO        PIC 9(5).
       01  SEGUNDOS-TRANSCURRIDOS PIC S9(6).
       01  SEGUNDOS-ACUMULADOS    PIC 9(9) VALUE ZERO.
       01  SEGUNDOS-PROMEDIO      PIC 9(6).

       01  SIMULACRO-LEIDO PIC 9(5) VALUE ZERO.
       01  SIMULACRO-LEIDO-SW PIC X.
           88 SIMULACRO-LEIDO-CERRADO VALUE "S".

       01  PERSONA-ACTUAL.
           05 PER-ID     PIC X(6).
           05 PER-NOMBRE PIC X(20).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMERA-PERSONA-SW PIC X VALUE "S".
              88 PRIMERA-PERSONA VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-SIMULACROS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-COMPLETOS   PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-RENGLONES   PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-FRECUENTES  PIC 9(5) VALUE ZERO.
           05 WS-PERSONA-VECES     PIC 9(3) VALUE ZERO.
           05 WS-PERSONA-FALTAS    PIC 9(3) VALUE ZERO.

       01  TIEMPO-EDITADO.
           05 TED-MINUTOS  PIC ZZZ9.
           05 FILLER       PIC X(1) VALUE ":".
           05 TED-SEGUNDOS PIC 99.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE
              "DEVCHRISAR, S.A. - SIMULACROS E INCIDENTES".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-2.
           05 FILLER PIC X(7)  VALUE "NUMERO".
           05 FILLER PIC X(11) VALUE "TIPO".
           05 FILLER PIC X(12) VALUE "FECHA".
           05 FILLER PIC X(32) VALUE "DESCRIPCION".
           05 FILLER PIC X(8)  VALUE "EN SITIO".
           05 FILLER PIC X(10) VALUE "  LOCALIZ.".
           05 FILLER PIC X(15) VALUE "TIEMPO TOTAL".
           05 FILLER PIC X(12) VALUE "FALTARON".

       01  LINEA-DETALLE.
           05 DET-NUMERO      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-TIPO        PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-FECHA       PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-DESCRIPCION PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-TOTAL       PIC ZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-LOCALIZADAS PIC ZZ,ZZ9.
           05 FILLER          PIC X(4) VALUE SPACE.
           05 DET-TIEMPO      PIC X(13).
           05 FILLER          PIC X(2) VALUE SPACE.
           05 DET-FALTARON    PIC X(12).

       01  CAMPO-FALTARON PIC ZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(40).
           05 TOT-VALOR  PIC X(12).

       01  CAMPO-TOTAL PIC ZZ,ZZ9.

       01  ENCABEZADO-3.
           05 FILLER PIC X(40) VALUE
              "EMPLEADOS QUE FALTAN CON FRECUENCIA".
           05 FILLER PIC X(25) VALUE
              "(SIMULACROS CERRADOS, AL ".
           05 FILLER PIC X(9) VALUE "MENOS ".
           05 ENC3-MINIMO PIC ZZ9.
           05 FILLER PIC X(7) VALUE " VECES)".

       01  ENCABEZADO-4.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(22) VALUE "NOMBRE".
           05 FILLER PIC X(20) VALUE "FALTAS".

       01  LINEA-FRECUENTE.
           05 FRE-ID     PIC X(6).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 FRE-NOMBRE PIC X(20).
           05 FILLER     PIC X(2) VALUE SPACE.
           05 FILLER     PIC X(6) VALUE "FALTO ".
           05 FRE-FALTAS PIC ZZ9.
           05 FILLER     PIC X(4) VALUE " DE ".
           05 FRE-VECES  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       OPEN INPUT SIMULACROS-ARCHIVO.
       IF NOT SIMULACROS-OK
           DISPLAY "NO SE PUDO ABRIR SIMULACROS.DAT. ESTADO: "
               SIMULACROS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN OUTPUT REPORTE-ARCHIVO
           MOVE FECHA-HOY TO ENC1-FECHA
           WRITE LINEA-IMPRESION FROM ENCABEZADO-1
           WRITE LINEA-IMPRESION FROM LINEA-BLANCO
           WRITE LINEA-IMPRESION FROM ENCABEZADO-2
           PERFORM LEER-SIMULACRO
           PERFORM IMPRIMIR-SIMULACRO
           UNTIL FIN-ARCHIVO
           PERFORM IMPRIMIR-PROMEDIO
           OPEN INPUT PASELISTA-ARCHIVO
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-ID
               ON ASCENDING KEY ORD-SIMULACRO
               INPUT PROCEDURE IS LEER-PASES-LISTA
               OUTPUT PROCEDURE IS IMPRIMIR-FRECUENTES
           CLOSE PASELISTA-ARCHIVO
           CLOSE REPORTE-ARCHIVO
           MOVE "SIMULACROS" TO REP-REPORTE
           MOVE "SIMULACROS.PRT" TO REP-ARCHIVO
           MOVE "PROG0083" TO REP-PROGRAMA
           CALL "PROG0050"
       END-IF.
       CLOSE SIMULACROS-ARCHIVO.
       MOVE WS-TOTAL-RENGLONES TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-SIMULACROS TO RUN-REG-SALIDA.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       LEER-SIMULACRO.
       READ SIMULACROS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * EL TIEMPO TOTAL VA DE LA APERTURA A LA MARCA QUE DEJO LA LISTA
      * SIN FALTANTES; SI NUNCA SE COMPLETO SE DICE ASI. LAS FALTAS SE
      * DAN SOLO PARA LOS YA CERRADOS.
       IMPRIMIR-SIMULACRO.
       ADD 1 TO WS-TOTAL-SIMULACROS.
       MOVE SIM-NUMERO TO DET-NUMERO.
       IF SIM-INCIDENTE
           MOVE "INCIDENTE" TO DET-TIPO
       ELSE
           MOVE "SIMULACRO" TO DET-TIPO
       END-IF.
       MOVE SIM-FECHA TO DET-FECHA.
       MOVE SIM-DESCRIPCION TO DET-DESCRIPCION.
       MOVE SIM-TOTAL-PERSONAS TO DET-TOTAL.
       MOVE SIM-LOCALIZADAS TO DET-LOCALIZADAS.
       IF SIM-HORA-COMPLETO = ZERO
           MOVE "SIN COMPLETAR" TO DET-TIEMPO
       ELSE
           ADD 1 TO WS-TOTAL-COMPLETOS
           PERFORM CALCULAR-TIEMPO
           ADD SEGUNDOS-TRANSCURRIDOS TO SEGUNDOS-ACUMULADOS
           DIVIDE SEGUNDOS-TRANSCURRIDOS BY 60
               GIVING TED-MINUTOS REMAINDER TED-SEGUNDOS
           MOVE SPACE TO DET-TIEMPO
           MOVE TIEMPO-EDITADO TO DET-TIEMPO
       END-IF.
       IF SIM-CERRADO
           COMPUTE CAMPO-FALTARON =
               SIM-TOTAL-PERSONAS - SIM-LOCALIZADAS
           MOVE CAMPO-FALTARON TO DET-FALTARON
       ELSE
           MOVE "ABIERTO" TO DET-FALTARON
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.
       PERFORM LEER-SIMULACRO.

      * UN SIMULACRO QUE CRUZA LA MEDIANOCHE SE CORRIGE SUMANDO UN DIA.
       CALCULAR-TIEMPO.
       MOVE SIM-HORA-INICIO TO HORA-CALCULO-9.
       PERFORM CALCULAR-SEGUNDOS.
       MOVE SEGUNDOS-CALCULO TO SEGUNDOS-INICIO.
       MOVE SIM-HORA-COMPLETO TO HORA-CALCULO-9.
       PERFORM CALCULAR-SEGUNDOS.
       COMPUTE SEGUNDOS-TRANSCURRIDOS =
           SEGUNDOS-CALCULO - SEGUNDOS-INICIO.
       IF SEGUNDOS-TRANSCURRIDOS < ZERO
           ADD 86400 TO SEGUNDOS-TRANSCURRIDOS
       END-IF.

       CALCULAR-SEGUNDOS.
       COMPUTE SEGUNDOS-CALCULO =
           HC-HORA * 3600 + HC-MINUTO * 60 + HC-SEGUNDO.

       IMPRIMIR-PROMEDIO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "SIMULACROS E INCIDENTES:" TO TOT-TITULO.
       MOVE WS-TOTAL-SIMULACROS TO CAMPO-TOTAL.
       MOVE CAMPO-TOTAL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "CON LOCALIZACION COMPLETA:" TO TOT-TITULO.
       MOVE WS-TOTAL-COMPLETOS TO CAMPO-TOTAL.
       MOVE CAMPO-TOTAL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "TIEMPO PROMEDIO HASTA LOCALIZAR A TODOS:" TO TOT-TITULO.
       IF WS-TOTAL-COMPLETOS = ZERO
           MOVE "SIN DATOS" TO TOT-VALOR
       ELSE
           DIVIDE SEGUNDOS-ACUMULADOS BY WS-TOTAL-COMPLETOS
               GIVING SEGUNDOS-PROMEDIO ROUNDED
           DIVIDE SEGUNDOS-PROMEDIO BY 60
               GIVING TED-MINUTOS REMAINDER TED-SEGUNDOS
           MOVE TIEMPO-EDITADO TO TOT-VALOR
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "SIMULACROS E INCIDENTES:   " WS-TOTAL-SIMULACROS.
       DISPLAY "CON LOCALIZACION COMPLETA: " WS-TOTAL-COMPLETOS.

       LEER-PASES-LISTA SECTION.
       LEER-PASES-LISTA-INICIO.
       IF NOT PASELISTA-OK
           GO TO LEER-PASES-LISTA-FIN
       END-IF.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       PERFORM LEER-RENGLON.
       PERFORM REVISAR-RENGLON
       UNTIL FIN-ARCHIVO.
       GO TO LEER-PASES-LISTA-FIN.

       LEER-RENGLON.
       READ PASELISTA-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

      * SOLO CUENTAN LOS EMPLEADOS DE SIMULACROS YA CERRADOS: EN UNO
      * ABIERTO LA BRIGADA TODAVIA PUEDE ESTAR MARCANDO. LOS RENGLONES
      * DE UN SIMULACRO VIENEN JUNTOS, ASI QUE SE LEE SU ENCABEZADO UNA
      * SOLA VEZ.
       REVISAR-RENGLON.
       ADD 1 TO WS-TOTAL-RENGLONES.
       IF PAS-SIMULACRO NOT = SIMULACRO-LEIDO
           MOVE PAS-SIMULACRO TO SIMULACRO-LEIDO
           MOVE "N" TO SIMULACRO-LEIDO-SW
           MOVE PAS-SIMULACRO TO SIM-NUMERO
           READ SIMULACROS-ARCHIVO
               INVALID KEY
                   MOVE "A" TO SIM-ESTADO
           END-READ
           IF SIM-CERRADO
               SET SIMULACRO-LEIDO-CERRADO TO TRUE
           END-IF
       END-IF.
       IF SIMULACRO-LEIDO-CERRADO AND PAS-EMPLEADO
           MOVE PAS-ID TO ORD-ID
           MOVE PAS-SIMULACRO TO ORD-SIMULACRO
           MOVE PAS-NOMBRE TO ORD-NOMBRE
           MOVE PAS-ESTADO TO ORD-ESTADO
           RELEASE ORDENADO-REGISTRO
       END-IF.
       PERFORM LEER-RENGLON.

       LEER-PASES-LISTA-FIN.
       EXIT.

       IMPRIMIR-FRECUENTES SECTION.
       IMPRIMIR-FRECUENTES-INICIO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE VECES-MINIMO TO ENC3-MINIMO.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-4.
       PERFORM LEER-ORDENADO.
       PERFORM ACUMULAR-PERSONA
       UNTIL FIN-ORDENADO.
       IF NOT PRIMERA-PERSONA
           PERFORM CERRAR-PERSONA
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "EMPLEADOS QUE FALTAN CON FRECUENCIA:" TO TOT-TITULO.
       MOVE WS-TOTAL-FRECUENTES TO CAMPO-TOTAL.
       MOVE CAMPO-TOTAL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "FALTANTES FRECUENTES:      " WS-TOTAL-FRECUENTES.
       GO TO IMPRIMIR-FRECUENTES-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       ACUMULAR-PERSONA.
       IF PRIMERA-PERSONA OR ORD-ID NOT = PER-ID
           IF NOT PRIMERA-PERSONA
               PERFORM CERRAR-PERSONA
           END-IF
           MOVE "N" TO WS-PRIMERA-PERSONA-SW
           MOVE ORD-ID TO PER-ID
           MOVE ORD-NOMBRE TO PER-NOMBRE
           MOVE ZERO TO WS-PERSONA-VECES
           MOVE ZERO TO WS-PERSONA-FALTAS
       END-IF.
       ADD 1 TO WS-PERSONA-VECES.
       IF ORD-FALTO
           ADD 1 TO WS-PERSONA-FALTAS
       END-IF.
       PERFORM LEER-ORDENADO.

       CERRAR-PERSONA.
       IF WS-PERSONA-FALTAS NOT < VECES-MINIMO
           ADD 1 TO WS-TOTAL-FRECUENTES
           MOVE PER-ID TO FRE-ID
           MOVE PER-NOMBRE TO FRE-NOMBRE
           MOVE WS-PERSONA-FALTAS TO FRE-FALTAS
           MOVE WS-PERSONA-VECES TO FRE-VECES
           WRITE LINEA-IMPRESION FROM LINEA-FRECUENTE
       END-IF.

       IMPRIMIR-FRECUENTES-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0083" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0083.
