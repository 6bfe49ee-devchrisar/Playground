      *                 SE ARCHIVA UNA COPIA FECHADA VIA PROG0050       *
      *                 (AREA REPARCH); PROG0051 LISTA Y REIMPRIME      *
      *                 LAS COPIAS RETENIDAS.                           *
      *   15/10/2026 - DEVCHRISAR - LA PISTA DE AUDITORIA YA NO SE     *
      *                 ESCRIBE AQUI: EL REGISTRO SE ENTREGA AL        *
      *                 GRABADOR COMUN (PROG0056, AREA AUDGRABA), QUE  *
      *                 LE PONE FECHA, HORA, NUMERO DE SECUENCIA Y     *
      *                 VERIFICADOR ENCADENADO ANTES DE AGREGARLO A    *
      *                 AUDITLOG.DAT.                                  *
      *   15/10/2026 - DEVCHRISAR - CADA ALTA ACEPTADA ABRE SU         *
      *                 ASIGNACION EN EL HISTORIAL DE PUESTOS          *
      *                 (PUESTOHIST.DAT) DESDE LA FECHA DE ALTA, VIA   *
      *                 EL GRABADOR PROG0069 (AREA PHGRABA).           *
      *   15/10/2026 - DEVCHRISAR - CADA ALTA ACEPTADA QUE DEJA AL     *
      *                 DEPARTAMENTO O AL PUESTO POR ENCIMA DE LAS     *
      *                 PLAZAS AUTORIZADAS (PLAZAS.DAT, CONTROL DE     *
      *                 PLANTILLA PROG0074) LLEVA UN RENGLON DE AVISO  *
      *                 EN EL REPORTE, Y EL TOTAL DE AVISOS SALE AL    *
      *                 FINAL.                                         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ASSIGN TO "ALTASRH.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).


       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY PHGRABA.

       COPY PLAZACTL.

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK          VALUE "00".
           88 EMPLEADOS-DUPLICADO   VALUE "22".
       01  DEPTOS-ESTADO PIC X(2).
           88 DEPTOS-OK VALUE "00".

       01  FECHA-PROCESO   PIC 9(8).

       01  CAMPOS-ENTRADA.
           05 WS-TOTAL-LEIDOS     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-ACEPTADOS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-RECHAZADOS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-EXCEDIDOS  PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE

       ABRIR-CARGA.
       SET CARGA-ABIERTA TO TRUE.
      * LA TABLA DE PLAZAS SE CARGA ANTES DE ABRIR EMPLEADOS EN I-O:
      * PROG0074 LEE EMPLEADOS PARA CONTAR LAS PLAZAS OCUPADAS.
       SET PLC-CARGAR TO TRUE.
       CALL "PROG0074".
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           OPEN OUTPUT EMPLEADOS-ARCHIVO
       END-IF.

       ESCRIBIR-REGISTRO.
       MOVE EMPLEADOS-DEPARTAMENTO TO PLC-DEPARTAMENTO.
       MOVE EMPLEADOS-PUESTO TO PLC-PUESTO.
       SET PLC-VERIFICAR TO TRUE.
       CALL "PROG0074".
       WRITE EMPLEADOS-REGISTRO
           INVALID KEY
               IF EMPLEADOS-DUPLICADO
               MOVE SPACE TO DET-MOTIVO
               WRITE LINEA-IMPRESION FROM LINEA-DETALLE
               PERFORM GRABAR-AUDITORIA
               PERFORM GRABAR-HISTORIAL-PUESTO
               PERFORM AVISAR-PLAZAS
       END-WRITE.

       RECHAZAR-ALTA.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       GRABAR-AUDITORIA.
       MOVE "PROG0026" TO AUD-PROGRAMA.
       MOVE "LOTE" TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE EMPLEADOS-ID TO AUD-CLAVE.
       SET AUD-ALTA TO TRUE.
       MOVE SPACE TO AUD-IMAGEN-ANTES.
       MOVE EMPLEADOS-REGISTRO TO AUD-IMAGEN-DESPUES.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

      * EL ALTA SE ACEPTA AUNQUE EXCEDA LA PLANTILLA AUTORIZADA
      * (PROG0074); EL AVISO QUEDA EN EL REPORTE DEBAJO DEL ALTA.
       AVISAR-PLAZAS.
       IF PLC-EXCEDE-DEPTO OR PLC-EXCEDE-PUESTO
           ADD 1 TO WS-TOTAL-EXCEDIDOS
           MOVE SPACE TO DET-ID
           MOVE SPACE TO DET-NOMBRE
           MOVE "AVISO" TO DET-RESULTADO
           MOVE SPACE TO DET-MOTIVO
           IF PLC-EXCEDE-DEPTO
               STRING "DEPTO SOBRE PLAZAS: " PLC-OCU-DEPTO " DE "
                   PLC-AUT-DEPTO DELIMITED BY SIZE INTO DET-MOTIVO
           ELSE
               STRING "PUESTO SOBRE PLAZAS: " PLC-OCU-PUESTO " DE "
                   PLC-AUT-PUESTO DELIMITED BY SIZE INTO DET-MOTIVO
           END-IF
           WRITE LINEA-IMPRESION FROM LINEA-DETALLE
       END-IF.
       SET PLC-SUMAR TO TRUE.
       CALL "PROG0074".

      * LA ASIGNACION INICIAL DEL HISTORIAL DE PUESTOS (PROG0069)
      * RIGE DESDE LA FECHA DE ALTA DEL EMPLEADO.
       GRABAR-HISTORIAL-PUESTO.
       MOVE SPACE TO PUESTO-GRABACION.
       SET PHG-ASIGNAR TO TRUE.
       MOVE EMPLEADOS-ID TO PHG-EMPLEADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO PHG-DEPARTAMENTO.
       MOVE EMPLEADOS-PUESTO TO PHG-PUESTO.
       MOVE EMPLEADOS-FECHA-ALTA TO PHG-FECHA-EFECTIVA.
       MOVE "PROG0026" TO PHG-PROGRAMA.
       MOVE "LOTE" TO PHG-OPERADOR.
       CALL "PROG0069".
       IF PHG-FALLIDO
           DISPLAY "AVISO: SIN HISTORIAL DE PUESTOS PARA " EMPLEADOS-ID
       END-IF.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "REGISTROS RECHAZADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-RECHAZADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ALTAS SOBRE PLAZAS:" TO TOT-TITULO.
       MOVE WS-TOTAL-EXCEDIDOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       DISPLAY "ALTAS LEIDAS:     " WS-TOTAL-LEIDOS.
       DISPLAY "ALTAS ACEPTADAS:  " WS-TOTAL-ACEPTADOS.
       DISPLAY "ALTAS RECHAZADAS: " WS-TOTAL-RECHAZADOS.
       DISPLAY "SOBRE PLAZAS:     " WS-TOTAL-EXCEDIDOS.

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
