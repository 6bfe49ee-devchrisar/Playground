       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0070.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - RECURSOS HUMANOS.
      * -------------------------------------------------------------- *
      * OBJETIVO:CARGA INICIAL, POR UNICA VEZ, DEL HISTORIAL DE PUESTOS *
      *          (PUESTOHIST.DAT) DESDE EL MAESTRO DE EMPLEADOS. A CADA *
      *          EMPLEADO QUE TODAVIA NO TIENE NINGUNA ASIGNACION SE LE *
      *          GRABA UNA CON SU DEPARTAMENTO Y PUESTO ACTUALES DESDE  *
      *          SU FECHA DE ALTA (EN CERO SI EL REGISTRO NO LA TRAE,   *
      *          COMO LOS CONVERTIDOS POR PROG0027); SI ESTA DADO DE    *
      *          BAJA, CERRADA EN SU FECHA DE BAJA, Y SI NO, VIGENTE.   *
      *          LOS CAMBIOS ANTERIORES A LA CARGA NO SE PUEDEN         *
      *          RECONSTRUIR: LA HISTORIA EMPIEZA CON LO QUE HOY DICE   *
      *          EL MAESTRO. VOLVER A CORRERLA NO DUPLICA NADA, PORQUE  *
      *          SE SALTA A QUIEN YA TIENE HISTORIA (P.EJ. LAS ALTAS    *
      *          HECHAS DESPUES DE INSTALAR PROG0069).                  *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL PUESTOHIST-ARCHIVO
       ASSIGN TO "PUESTOHIST.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PHI-CLAVE
       ALTERNATE RECORD KEY IS PHI-DEPARTAMENTO
       WITH DUPLICATES
       FILE STATUS IS PUESTOHIST-ESTADO.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD PUESTOHIST-ARCHIVO.
           COPY PUESTOHIST.

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  PUESTOHIST-ESTADO PIC X(2).
           88 PUESTOHIST-OK VALUE "00" "02" "05".

       01  FECHA-PROCESO PIC 9(8).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
           05 WS-ARCHIVOS-OK-SW PIC X VALUE "N".
              88 ARCHIVOS-OK VALUE "S".
           05 WS-TIENE-HISTORIA-SW PIC X VALUE "N".
              88 TIENE-HISTORIA VALUE "S".

       01  WS-CONTADORES.
           05 WS-TOTAL-LEIDOS      PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-GRABADOS    PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-CON-HISTORIA PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-ERRORES     PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF ARCHIVOS-OK
           PERFORM LEER-EMPLEADO
           PERFORM CARGAR-EMPLEADO
           UNTIL FIN-ARCHIVO
           PERFORM COMPROBAR-TOTALES
           PERFORM PROCEDIMIENTO-DE-CIERRE
       END-IF.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-GRABADOS TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-ERRORES TO RUN-REG-RECHAZADOS.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE EMPLEADOS "
               "(DD EMPLEADOS). ESTADO: " EMPLEADOS-ESTADO
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           OPEN I-O PUESTOHIST-ARCHIVO
           IF NOT PUESTOHIST-OK
               OPEN OUTPUT PUESTOHIST-ARCHIVO
               CLOSE PUESTOHIST-ARCHIVO
               OPEN I-O PUESTOHIST-ARCHIVO
           END-IF
           IF NOT PUESTOHIST-OK
               DISPLAY "NO SE PUDO ABRIR EL HISTORIAL DE PUESTOS "
                   "(PUESTOHIST.DAT). ESTADO: " PUESTOHIST-ESTADO
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
               CLOSE EMPLEADOS-ARCHIVO
           ELSE
               SET ARCHIVOS-OK TO TRUE
           END-IF
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE PUESTOHIST-ARCHIVO.

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       CARGAR-EMPLEADO.
       ADD 1 TO WS-TOTAL-LEIDOS.
       PERFORM BUSCAR-HISTORIA.
       IF TIENE-HISTORIA
           ADD 1 TO WS-TOTAL-CON-HISTORIA
       ELSE
           PERFORM GRABAR-ASIGNACION
       END-IF.
       PERFORM LEER-EMPLEADO.

      * BASTA CON QUE EXISTA UNA ASIGNACION DEL EMPLEADO, VIGENTE O
      * CERRADA, PARA NO TOCARLO.
       BUSCAR-HISTORIA.
       MOVE "N" TO WS-TIENE-HISTORIA-SW.
       MOVE EMPLEADOS-ID TO PHI-EMPLEADO.
       MOVE ZERO TO PHI-FECHA-DESDE.
       START PUESTOHIST-ARCHIVO
           KEY IS NOT LESS THAN PHI-CLAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ PUESTOHIST-ARCHIVO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PHI-EMPLEADO = EMPLEADOS-ID
                           SET TIENE-HISTORIA TO TRUE
                       END-IF
               END-READ
       END-START.

       GRABAR-ASIGNACION.
       MOVE SPACE TO PUESTOHIST-REGISTRO.
       MOVE EMPLEADOS-ID TO PHI-EMPLEADO.
       IF EMPLEADOS-FECHA-ALTA IS NUMERIC
           MOVE EMPLEADOS-FECHA-ALTA TO PHI-FECHA-DESDE
       ELSE
           MOVE ZERO TO PHI-FECHA-DESDE
       END-IF.
       IF EMPLEADO-BAJA
           MOVE EMPLEADOS-FECHA-BAJA TO PHI-FECHA-HASTA
           IF PHI-FECHA-HASTA < PHI-FECHA-DESDE
               MOVE PHI-FECHA-DESDE TO PHI-FECHA-HASTA
           END-IF
       ELSE
           SET PHI-VIGENTE TO TRUE
       END-IF.
       MOVE EMPLEADOS-DEPARTAMENTO TO PHI-DEPARTAMENTO.
       MOVE EMPLEADOS-PUESTO TO PHI-PUESTO.
       MOVE "PROG0070" TO PHI-PROGRAMA.
       MOVE "CARGA" TO PHI-OPERADOR.
       MOVE FECHA-PROCESO TO PHI-FECHA-REGISTRO.
       WRITE PUESTOHIST-REGISTRO
           INVALID KEY
               ADD 1 TO WS-TOTAL-ERRORES
               DISPLAY "NO SE PUDO GRABAR EL ID " EMPLEADOS-ID
                   " ESTADO: " PUESTOHIST-ESTADO
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-GRABADOS
       END-WRITE.

       COMPROBAR-TOTALES.
       DISPLAY "EMPLEADOS LEIDOS:          " WS-TOTAL-LEIDOS.
       DISPLAY "ASIGNACIONES GRABADAS:     " WS-TOTAL-GRABADOS.
       DISPLAY "YA TENIAN HISTORIA:        " WS-TOTAL-CON-HISTORIA.
       DISPLAY "NO GRABADOS POR ERROR:     " WS-TOTAL-ERRORES.
       IF WS-TOTAL-ERRORES > ZERO
           DISPLAY "CARGA INCOMPLETA - REVISAR LOS ERRORES Y VOLVER "
               "A CORRERLA"
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "CARGA OK"
       END-IF.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0070" TO RUN-PROGRAMA.
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


       END PROGRAM PROG0070.
