       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0069.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:GRABADOR COMUN DEL HISTORIAL DE PUESTOS                *
      *          (PUESTOHIST.DAT). EL DEPARTAMENTO Y EL PUESTO DEL      *
      *          MAESTRO DE EMPLEADOS SOLO DICEN DONDE ESTA HOY CADA    *
      *          EMPLEADO; AQUI QUEDA CADA ASIGNACION CON SU FECHA      *
      *          DESDE Y HASTA. LOS PROGRAMAS QUE DAN DE ALTA, CAMBIAN, *
      *          REINCORPORAN O TERMINAN EMPLEADOS (PROG0020, PROG0026, *
      *          PROG0059) DEJAN EL MOVIMIENTO EN EL AREA EXTERNA       *
      *          PHGRABA Y LLAMAN AQUI. UNA ASIGNACION NUEVA CIERRA LA  *
      *          VIGENTE EL DIA ANTERIOR A SU FECHA EFECTIVA; SI LA     *
      *          FECHA EFECTIVA NO ES POSTERIOR AL INICIO DE LA         *
      *          VIGENTE, SE TOMA COMO CORRECCION DE ESTA Y NO ABRE     *
      *          OTRA. LA TERMINACION CIERRA LA VIGENTE EN LA FECHA DE  *
      *          BAJA.                                                  *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PUESTOHIST-ARCHIVO
       ASSIGN TO "PUESTOHIST.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PHI-CLAVE
       ALTERNATE RECORD KEY IS PHI-DEPARTAMENTO
       WITH DUPLICATES
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS PUESTOHIST-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD PUESTOHIST-ARCHIVO.
           COPY PUESTOHIST.

       WORKING-STORAGE SECTION.

       COPY PHGRABA.

       COPY FECHADIAS.

       01  PUESTOHIST-ESTADO PIC X(2).
           88 PUESTOHIST-OK VALUE "00" "02" "05".

       01  FECHA-HOY PIC 9(8).

       01  FECHA-CIERRE PIC 9(8).

      * ASIGNACION VIGENTE DEL EMPLEADO, SI LA HAY.
       01  VIGENTE-REGISTRO.
           05 VIG-CLAVE.
              10 VIG-EMPLEADO    PIC X(6).
              10 VIG-FECHA-DESDE PIC 9(8).
           05 VIG-DEPARTAMENTO   PIC X(4).
           05 VIG-PUESTO         PIC X(20).

       01  WS-INDICADORES.
           05 WS-FIN-BUSQUEDA-SW PIC X.
              88 FIN-BUSQUEDA VALUE "S".
           05 WS-HAY-VIGENTE-SW PIC X.
              88 HAY-VIGENTE VALUE "S".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * LOS INDICADORES SE REINICIAN EN CADA LLAMADA: EL PROGRAMA SE
      * LLAMA VARIAS VECES EN LA MISMA UNIDAD DE CORRIDA.
       PROGRAM-BEGIN.

       SET PHG-FALLIDO TO TRUE.
       MOVE "N" TO WS-HAY-VIGENTE-SW.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       OPEN I-O PUESTOHIST-ARCHIVO.
       IF NOT PUESTOHIST-OK
           OPEN OUTPUT PUESTOHIST-ARCHIVO
           CLOSE PUESTOHIST-ARCHIVO
           OPEN I-O PUESTOHIST-ARCHIVO
       END-IF.
       IF PUESTOHIST-OK
           PERFORM BUSCAR-VIGENTE
           EVALUATE TRUE
               WHEN PHG-ASIGNAR
                   PERFORM ASIGNAR-PUESTO
               WHEN PHG-CERRAR
                   PERFORM CERRAR-PUESTO
           END-EVALUATE
           CLOSE PUESTOHIST-ARCHIVO
       END-IF.

       PROGRAM-DONE.
       GOBACK.

       BUSCAR-VIGENTE.
       MOVE PHG-EMPLEADO TO PHI-EMPLEADO.
       MOVE ZERO TO PHI-FECHA-DESDE.
       MOVE "N" TO WS-FIN-BUSQUEDA-SW.
       START PUESTOHIST-ARCHIVO
           KEY IS NOT LESS THAN PHI-CLAVE
           INVALID KEY
               SET FIN-BUSQUEDA TO TRUE
       END-START.
       PERFORM REVISAR-ASIGNACION
       UNTIL FIN-BUSQUEDA.

       REVISAR-ASIGNACION.
       READ PUESTOHIST-ARCHIVO NEXT RECORD
           AT END
               SET FIN-BUSQUEDA TO TRUE
       END-READ.
       IF NOT FIN-BUSQUEDA
           IF PHI-EMPLEADO NOT = PHG-EMPLEADO
               SET FIN-BUSQUEDA TO TRUE
           ELSE
               IF PHI-VIGENTE
                   SET HAY-VIGENTE TO TRUE
                   MOVE PHI-CLAVE TO VIG-CLAVE
                   MOVE PHI-DEPARTAMENTO TO VIG-DEPARTAMENTO
                   MOVE PHI-PUESTO TO VIG-PUESTO
               END-IF
           END-IF
       END-IF.

       ASIGNAR-PUESTO.
       EVALUATE TRUE
           WHEN NOT HAY-VIGENTE
               PERFORM ABRIR-ASIGNACION
           WHEN VIG-DEPARTAMENTO = PHG-DEPARTAMENTO
                AND VIG-PUESTO = PHG-PUESTO
               SET PHG-SIN-CAMBIO TO TRUE
           WHEN PHG-FECHA-EFECTIVA NOT > VIG-FECHA-DESDE
               PERFORM CORREGIR-VIGENTE
           WHEN OTHER
               SET CNV-A-DIAS TO TRUE
               MOVE PHG-FECHA-EFECTIVA TO CNV-FECHA
               CALL "PROG0061"
               IF CNV-OK
                   SUBTRACT 1 FROM CNV-DIAS
                   SET CNV-A-FECHA TO TRUE
                   CALL "PROG0061"
               END-IF
               IF CNV-OK
                   MOVE CNV-FECHA TO FECHA-CIERRE
                   PERFORM CERRAR-VIGENTE
                   IF PHG-GRABADO
                       PERFORM ABRIR-ASIGNACION
                   END-IF
               END-IF
       END-EVALUATE.

      * LA FECHA DE BAJA ES EL ULTIMO DIA DE LA ASIGNACION; UNA BAJA
      * ANTERIOR AL INICIO DE LA VIGENTE LA CIERRA EL MISMO DIA EN QUE
      * EMPEZO.
       CERRAR-PUESTO.
       IF HAY-VIGENTE
           MOVE PHG-FECHA-EFECTIVA TO FECHA-CIERRE
           IF FECHA-CIERRE < VIG-FECHA-DESDE
               MOVE VIG-FECHA-DESDE TO FECHA-CIERRE
           END-IF
           PERFORM CERRAR-VIGENTE
       ELSE
           SET PHG-SIN-CAMBIO TO TRUE
       END-IF.

       CERRAR-VIGENTE.
       SET PHG-FALLIDO TO TRUE.
       MOVE VIG-CLAVE TO PHI-CLAVE.
       READ PUESTOHIST-ARCHIVO WITH LOCK
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FECHA-CIERRE TO PHI-FECHA-HASTA
               REWRITE PUESTOHIST-REGISTRO
                   NOT INVALID KEY
                       SET PHG-GRABADO TO TRUE
               END-REWRITE
       END-READ.
       UNLOCK PUESTOHIST-ARCHIVO.

       CORREGIR-VIGENTE.
       MOVE VIG-CLAVE TO PHI-CLAVE.
       READ PUESTOHIST-ARCHIVO WITH LOCK
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PHG-DEPARTAMENTO TO PHI-DEPARTAMENTO
               MOVE PHG-PUESTO TO PHI-PUESTO
               MOVE PHG-PROGRAMA TO PHI-PROGRAMA
               MOVE PHG-OPERADOR TO PHI-OPERADOR
               MOVE FECHA-HOY TO PHI-FECHA-REGISTRO
               REWRITE PUESTOHIST-REGISTRO
                   NOT INVALID KEY
                       SET PHG-GRABADO TO TRUE
               END-REWRITE
       END-READ.
       UNLOCK PUESTOHIST-ARCHIVO.

       ABRIR-ASIGNACION.
       SET PHG-FALLIDO TO TRUE.
       MOVE SPACE TO PUESTOHIST-REGISTRO.
       MOVE PHG-EMPLEADO TO PHI-EMPLEADO.
       MOVE PHG-FECHA-EFECTIVA TO PHI-FECHA-DESDE.
       SET PHI-VIGENTE TO TRUE.
       MOVE PHG-DEPARTAMENTO TO PHI-DEPARTAMENTO.
       MOVE PHG-PUESTO TO PHI-PUESTO.
       MOVE PHG-PROGRAMA TO PHI-PROGRAMA.
       MOVE PHG-OPERADOR TO PHI-OPERADOR.
       MOVE FECHA-HOY TO PHI-FECHA-REGISTRO.
       WRITE PUESTOHIST-REGISTRO
           NOT INVALID KEY
               SET PHG-GRABADO TO TRUE
       END-WRITE.

       END PROGRAM PROG0069.
