       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0081.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:CIERRE DEL DIA DE VISITAS (VISCIERRE.PRT). CRUZA LAS   *
      *          VISITAS ANUNCIADAS DEL DIA (VISITAS.DAT, VER PROG0079) *
      *          CONTRA LAS ENTRADAS DE VISITANTES EN SIGNIN.DAT Y      *
      *          LISTA POR ANFITRION LAS VISITAS QUE NO SE PRESENTARON  *
      *          (SIGUEN PENDIENTES AL CIERRE) Y LOS VISITANTES QUE     *
      *          LLEGARON SIN AVISO (SU ENTRADA NO CORRESPONDE A NINGUNA*
      *          VISITA ANUNCIADA CON ESE ANFITRION ESE DIA), CON LOS   *
      *          CONTADORES DE CADA ANFITRION Y LOS TOTALES DEL DIA. UN *
      *          VISITANTE QUE ENTRA Y SALE VARIAS VECES CUENTA UNA SOLA*
      *          VEZ. CORRE EN LA CADENA NOCTURNA (PROG0032) CON LA     *
      *          FECHA DE LA NOCHE; A MANO TOMA LA FECHA DEL DIA.       *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL VISITAS-ARCHIVO
       ASSIGN TO "VISITAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIS-CLAVE
       FILE STATUS IS VISITAS-ESTADO.

       SELECT OPTIONAL REGISTRO-ENTRADA
       ASSIGN TO "SIGNIN.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "VISCIERRE.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "VISCIERRE.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VISITAS-ARCHIVO.
           COPY VISITAS.

       FD REGISTRO-ENTRADA.
       01 REGISTRO-ENTRADA-LINEA.
           05 ENT-TIPO        PIC X(1).
              88 ENT-TIPO-ENTRADA VALUE "E".
           05 FILLER          PIC X(1).
           05 ENT-CLASE       PIC X(1).
              88 ENT-VISITANTE VALUE "V".
           05 FILLER          PIC X(1).
           05 ENT-ID          PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-NOMBRE      PIC X(20).
           05 FILLER          PIC X(1).
           05 ENT-ANFITRION   PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-FECHA       PIC 9(8).
           05 FILLER          PIC X(1).
           05 ENT-HORA        PIC 9(6).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

      * ORD-TIPO: L = ANUNCIADA Y LLEGO, N = ANUNCIADA Y NO SE
      * PRESENTO, S = LLEGO SIN AVISO.
       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-ANFITRION PIC X(6).
               05 ORD-TIPO      PIC X(1).
                  88 ORD-LLEGO       VALUE "L".
                  88 ORD-NO-LLEGO    VALUE "N".
                  88 ORD-SIN-AVISO   VALUE "S".
               05 ORD-NOMBRE    PIC X(20).
               05 ORD-HORA      PIC 9(6).
               05 ORD-EMPRESA   PIC X(30).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY LOTENOCT.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  VISITAS-ESTADO PIC X(2).
           88 VISITAS-OK VALUE "00" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  FECHA-CIERRE     PIC 9(8).
       01  ANFITRION-ACTUAL PIC X(6).
       01  NOMBRE-ANTERIOR  PIC X(20).
       01  NOMBRE-MAYUSCULAS PIC X(20).

       01  MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-INDICADORES.
           05 WS-FIN-VISITAS-SW PIC X VALUE "N".
              88 FIN-VISITAS VALUE "S".
           05 WS-FIN-ENTRADAS-SW PIC X VALUE "N".
              88 FIN-ENTRADAS VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X VALUE "N".
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMER-ANFITRION-SW PIC X VALUE "S".
              88 PRIMER-ANFITRION VALUE "S".
           05 WS-VISITAS-ABIERTO-SW PIC X VALUE "N".
              88 VISITAS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ANUNCIADAS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-LLEGARON    PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-NO-LLEGARON PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SIN-AVISO   PIC 9(5) VALUE ZERO.
           05 WS-ANF-ANUNCIADAS    PIC 9(5) VALUE ZERO.
           05 WS-ANF-LLEGARON      PIC 9(5) VALUE ZERO.
           05 WS-ANF-NO-LLEGARON   PIC 9(5) VALUE ZERO.
           05 WS-ANF-SIN-AVISO     PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(45) VALUE
              "DEVCHRISAR, S.A. - CIERRE DE VISITAS DEL DIA ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  LINEA-ANFITRION.
           05 FILLER        PIC X(11) VALUE "ANFITRION: ".
           05 ANF-ID        PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ANF-NOMBRE    PIC X(40).
           05 FILLER        PIC X(7) VALUE "DEPTO: ".
           05 ANF-DEPTO     PIC X(4).

       01  ENCABEZADO-2.
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(17) VALUE "SITUACION".
           05 FILLER PIC X(10) VALUE "HORA".
           05 FILLER PIC X(22) VALUE "VISITANTE".
           05 FILLER PIC X(30) VALUE "EMPRESA".

       01  LINEA-DETALLE.
           05 FILLER        PIC X(4) VALUE SPACE.
           05 DET-SITUACION PIC X(15).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-HORA      PIC 99B99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-EMPRESA   PIC X(30).

       01  LINEA-SUBTOTAL.
           05 FILLER         PIC X(4) VALUE SPACE.
           05 FILLER         PIC X(12) VALUE "ANUNCIADAS: ".
           05 SUB-ANUNCIADAS PIC ZZ,ZZ9.
           05 FILLER         PIC X(13) VALUE "   LLEGARON: ".
           05 SUB-LLEGARON   PIC ZZ,ZZ9.
           05 FILLER         PIC X(22) VALUE
              "   NO SE PRESENTARON: ".
           05 SUB-NO-LLEGARON PIC ZZ,ZZ9.
           05 FILLER         PIC X(14) VALUE "   SIN AVISO: ".
           05 SUB-SIN-AVISO  PIC ZZ,ZZ9.

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(36).
           05 TOT-VALOR  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
      * EN LA CADENA NOCTURNA SE CIERRA EL DIA DE LA NOCHE (UNA
      * REANUDACION A LA MANANA SIGUIENTE NO CAMBIA EL DIA).
       IF EJECUCION-NOCTURNA AND LOTE-FECHA IS NUMERIC
           AND LOTE-FECHA NOT = ZERO
           MOVE LOTE-FECHA TO FECHA-CIERRE
       ELSE
           ACCEPT FECHA-CIERRE FROM DATE YYYYMMDD
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN INPUT VISITAS-ARCHIVO
           IF VISITAS-OK
               SET VISITAS-ABIERTO TO TRUE
           END-IF
           SORT ORDENADO-ARCHIVO
               ON ASCENDING KEY ORD-ANFITRION
               ON ASCENDING KEY ORD-TIPO
               ON ASCENDING KEY ORD-NOMBRE
               ON ASCENDING KEY ORD-HORA
               INPUT PROCEDURE IS LEER-MOVIMIENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-CIERRE
           IF VISITAS-ABIERTO
               CLOSE VISITAS-ARCHIVO
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
       END-IF.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       COMPUTE RUN-REG-SALIDA =
           WS-TOTAL-NO-LLEGARON + WS-TOTAL-SIN-AVISO.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       LEER-MOVIMIENTOS SECTION.
       LEER-MOVIMIENTOS-INICIO.
       IF VISITAS-ABIERTO
           PERFORM LEER-ANUNCIADAS
       END-IF.
       OPEN INPUT REGISTRO-ENTRADA.
       PERFORM LEER-ENTRADA.
       PERFORM REVISAR-ENTRADA
       UNTIL FIN-ENTRADAS.
       CLOSE REGISTRO-ENTRADA.
       GO TO LEER-MOVIMIENTOS-FIN.

      * LAS VISITAS DEL DIA ESTAN JUNTAS EN EL ARCHIVO PORQUE LA FECHA
      * ENCABEZA LA CLAVE. LA QUE SIGUE PENDIENTE AL CIERRE NO SE
      * PRESENTO; EL CHECK-IN (OBTENERINPUT) MARCA LAS QUE LLEGARON.
       LEER-ANUNCIADAS.
       MOVE FECHA-CIERRE TO VIS-FECHA.
       MOVE LOW-VALUE TO VIS-ANFITRION.
       MOVE LOW-VALUE TO VIS-NOMBRE.
       START VISITAS-ARCHIVO
           KEY IS NOT LESS THAN VIS-CLAVE
           INVALID KEY
               SET FIN-VISITAS TO TRUE
       END-START.
       IF NOT FIN-VISITAS
           PERFORM LEER-VISITA
       END-IF.
       PERFORM LIBERAR-VISITA
       UNTIL FIN-VISITAS.

       LEER-VISITA.
       READ VISITAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-VISITAS TO TRUE
       END-READ.
       IF NOT FIN-VISITAS AND VIS-FECHA NOT = FECHA-CIERRE
           SET FIN-VISITAS TO TRUE
       END-IF.

       LIBERAR-VISITA.
       ADD 1 TO WS-TOTAL-LEIDOS.
       MOVE VIS-ANFITRION TO ORD-ANFITRION.
       MOVE VIS-NOMBRE TO ORD-NOMBRE.
       MOVE VIS-EMPRESA TO ORD-EMPRESA.
       IF VIS-LLEGO
           SET ORD-LLEGO TO TRUE
           MOVE VIS-HORA-LLEGADA TO ORD-HORA
       ELSE
           SET ORD-NO-LLEGO TO TRUE
           COMPUTE ORD-HORA = VIS-HORA-ESPERADA * 100
       END-IF.
       RELEASE ORDENADO-REGISTRO.
       PERFORM LEER-VISITA.

       LEER-ENTRADA.
       READ REGISTRO-ENTRADA
           AT END
               SET FIN-ENTRADAS TO TRUE
       END-READ.

      * UNA ENTRADA DE VISITANTE DEL DIA ES SIN AVISO CUANDO NO HAY
      * VISITA ANUNCIADA CON ESA FECHA, ESE ANFITRION Y ESE NOMBRE
      * (EL NOMBRE DE LA VISITA SE GUARDA EN MAYUSCULAS).
       REVISAR-ENTRADA.
       IF ENT-TIPO-ENTRADA AND ENT-VISITANTE
           AND ENT-FECHA = FECHA-CIERRE
           ADD 1 TO WS-TOTAL-LEIDOS
           MOVE ENT-NOMBRE TO NOMBRE-MAYUSCULAS
           INSPECT NOMBRE-MAYUSCULAS
               CONVERTING MINUSCULAS TO MAYUSCULAS
           MOVE "23" TO VISITAS-ESTADO
           IF VISITAS-ABIERTO
               MOVE FECHA-CIERRE TO VIS-FECHA
               MOVE ENT-ANFITRION TO VIS-ANFITRION
               MOVE NOMBRE-MAYUSCULAS TO VIS-NOMBRE
               READ VISITAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF NOT VISITAS-OK
               SET ORD-SIN-AVISO TO TRUE
               MOVE ENT-ANFITRION TO ORD-ANFITRION
               MOVE NOMBRE-MAYUSCULAS TO ORD-NOMBRE
               MOVE ENT-HORA TO ORD-HORA
               MOVE SPACE TO ORD-EMPRESA
               RELEASE ORDENADO-REGISTRO
           END-IF
       END-IF.
       PERFORM LEER-ENTRADA.

       LEER-MOVIMIENTOS-FIN.
       EXIT.

       IMPRIMIR-CIERRE SECTION.
       IMPRIMIR-CIERRE-INICIO.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE FECHA-CIERRE TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       PERFORM LEER-ORDENADO.
       PERFORM IMPRIMIR-MOVIMIENTO
       UNTIL FIN-ORDENADO.
       IF NOT PRIMER-ANFITRION
           PERFORM CERRAR-ANFITRION
       END-IF.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       MOVE "VISCIERRE" TO REP-REPORTE.
       MOVE "VISCIERRE.PRT" TO REP-ARCHIVO.
       MOVE "PROG0081" TO REP-PROGRAMA.
       CALL "PROG0050".
       GO TO IMPRIMIR-CIERRE-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

      * LAS VISITAS QUE LLEGARON SOLO SE CUENTAN; SE IMPRIMEN LAS QUE
      * NO SE PRESENTARON Y LAS QUE LLEGARON SIN AVISO. LAS ENTRADAS
      * REPETIDAS DE UNA MISMA PERSONA SIN AVISO QUEDAN JUNTAS POR EL
      * ORDEN Y SE IMPRIME SOLO LA PRIMERA.
       IMPRIMIR-MOVIMIENTO.
       IF PRIMER-ANFITRION OR ORD-ANFITRION NOT = ANFITRION-ACTUAL
           IF NOT PRIMER-ANFITRION
               PERFORM CERRAR-ANFITRION
           END-IF
           PERFORM ABRIR-ANFITRION
       END-IF.
       IF ORD-LLEGO
           ADD 1 TO WS-ANF-ANUNCIADAS
           ADD 1 TO WS-ANF-LLEGARON
       END-IF.
       IF ORD-NO-LLEGO
           ADD 1 TO WS-ANF-ANUNCIADAS
           ADD 1 TO WS-ANF-NO-LLEGARON
           MOVE "NO SE PRESENTO" TO DET-SITUACION
           PERFORM IMPRIMIR-DETALLE
       END-IF.
       IF ORD-SIN-AVISO AND ORD-NOMBRE NOT = NOMBRE-ANTERIOR
           ADD 1 TO WS-ANF-SIN-AVISO
           MOVE "SIN AVISO" TO DET-SITUACION
           PERFORM IMPRIMIR-DETALLE
           MOVE ORD-NOMBRE TO NOMBRE-ANTERIOR
       END-IF.
       PERFORM LEER-ORDENADO.

       ABRIR-ANFITRION.
       MOVE "N" TO WS-PRIMER-ANFITRION-SW.
       MOVE ORD-ANFITRION TO ANFITRION-ACTUAL.
       MOVE SPACE TO NOMBRE-ANTERIOR.
       MOVE ZERO TO WS-ANF-ANUNCIADAS.
       MOVE ZERO TO WS-ANF-LLEGARON.
       MOVE ZERO TO WS-ANF-NO-LLEGARON.
       MOVE ZERO TO WS-ANF-SIN-AVISO.
       MOVE ORD-ANFITRION TO ANF-ID.
       MOVE ORD-ANFITRION TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
               MOVE SPACE TO EMPLEADOS-DEPARTAMENTO
       END-READ.
       MOVE SPACE TO ANF-NOMBRE.
       STRING EMPLEADOS-APELLIDOS DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           EMPLEADOS-NOMBRE DELIMITED BY "  "
           INTO ANF-NOMBRE.
       MOVE EMPLEADOS-DEPARTAMENTO TO ANF-DEPTO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM LINEA-ANFITRION.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.

       IMPRIMIR-DETALLE.
       MOVE ORD-HORA TO DET-HORA.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-EMPRESA TO DET-EMPRESA.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       CERRAR-ANFITRION.
       MOVE WS-ANF-ANUNCIADAS TO SUB-ANUNCIADAS.
       MOVE WS-ANF-LLEGARON TO SUB-LLEGARON.
       MOVE WS-ANF-NO-LLEGARON TO SUB-NO-LLEGARON.
       MOVE WS-ANF-SIN-AVISO TO SUB-SIN-AVISO.
       WRITE LINEA-IMPRESION FROM LINEA-SUBTOTAL.
       ADD WS-ANF-ANUNCIADAS TO WS-TOTAL-ANUNCIADAS.
       ADD WS-ANF-LLEGARON TO WS-TOTAL-LLEGARON.
       ADD WS-ANF-NO-LLEGARON TO WS-TOTAL-NO-LLEGARON.
       ADD WS-ANF-SIN-AVISO TO WS-TOTAL-SIN-AVISO.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "VISITAS ANUNCIADAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ANUNCIADAS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "LLEGARON:" TO TOT-TITULO.
       MOVE WS-TOTAL-LLEGARON TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "NO SE PRESENTARON:" TO TOT-TITULO.
       MOVE WS-TOTAL-NO-LLEGARON TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "VISITANTES SIN AVISO:" TO TOT-TITULO.
       MOVE WS-TOTAL-SIN-AVISO TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "VISITAS ANUNCIADAS:   " WS-TOTAL-ANUNCIADAS.
       DISPLAY "LLEGARON:             " WS-TOTAL-LLEGARON.
       DISPLAY "NO SE PRESENTARON:    " WS-TOTAL-NO-LLEGARON.
       DISPLAY "VISITANTES SIN AVISO: " WS-TOTAL-SIN-AVISO.

       IMPRIMIR-CIERRE-FIN.
       EXIT.

       9000-CONTROL-CORRIDA SECTION.
       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0081" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0081.
