      *          CORRIDA SE CONSERVA EN NOMINACTL.DAT Y SE ACTUALIZA    *
      *          SOLO AL TERMINAR BIEN, IGUAL QUE EL CONTROL DE FECHAS  *
      *          DE PROGBMIB; SIN CONTROL PREVIO SALEN TODAS LAS BAJAS. *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - EL LAYOUT DE NOMINA.DAT Y EL       *
      *                 CONTROL PASAN A COPYBOOKS (NOMINA, NOMINACTL). *
      *                 CADA EXTRACTO QUEDA PENDIENTE DE ACUSE DEL     *
      *                 BURO; MIENTRAS PROG0068 NO CONCILIE EL ACUSE   *
      *                 DEL ANTERIOR, LA CORRIDA SE RETIENE (TERMINA   *
      *                 FALLIDA Y DEJA ALERTA DE OPERACION) PARA QUE   *
      *                 UN RECHAZO NO PASE INADVERTIDO.                *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY EMPLEADOS.

       FD NOMINA-ARCHIVO.
           COPY NOMINA.

       FD CONTROL-ARCHIVO.
           COPY NOMINACTL.

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       COPY RUNLOG.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  FECHA-PROCESO      PIC 9(8).
       01  FECHA-ULTIMO-CORTE PIC 9(8) VALUE ZERO.

       01  ACUSE-PENDIENTE-SW PIC X VALUE "N".
           88 ACUSE-PENDIENTE VALUE "S".

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       PERFORM LEER-ULTIMO-CORTE.
       IF ACUSE-PENDIENTE
           PERFORM RETENER-EXTRACTO
       ELSE
           PERFORM PROCEDIMIENTO-DE-APERTURA
           PERFORM LEER-EMPLEADO
           PERFORM EXTRAER-EMPLEADO
           UNTIL FIN-ARCHIVO
           PERFORM GRABAR-CIERRE
           PERFORM PROCEDIMIENTO-DE-CIERRE
           PERFORM ACTUALIZAR-CONTROL
           PERFORM IMPRIMIR-TOTALES
       END-IF.
       MOVE WS-TOTAL-LEIDOS TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-DETALLES TO RUN-REG-SALIDA.
       MOVE WS-TOTAL-OMITIDOS TO RUN-REG-RECHAZADOS.

       PROCEDIMIENTO-DE-APERTURA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN OUTPUT NOMINA-ARCHIVO.
       MOVE SPACE TO NOMINA-REGISTRO.

      * LA FECHA DE LA CORRIDA ANTERIOR DELIMITA QUE BAJAS SON NUEVAS
      * PARA EL BURO; SIN ARCHIVO DE CONTROL (PRIMERA CORRIDA) LA
      * FECHA QUEDA EN CERO Y SALEN TODAS LAS BAJAS. EL MISMO
      * CONTROL DICE SI EL ACUSE DEL ULTIMO EXTRACTO SIGUE SIN
      * CONCILIAR.
       LEER-ULTIMO-CORTE.
       OPEN INPUT CONTROL-ARCHIVO.
       PERFORM LEER-CONTROL
           AT END
               SET FIN-CONTROL TO TRUE
           NOT AT END
               MOVE CTL-FECHA-CORTE TO FECHA-ULTIMO-CORTE
               IF CTL-ACUSE-PENDIENTE
                   SET ACUSE-PENDIENTE TO TRUE
               ELSE
                   MOVE "N" TO ACUSE-PENDIENTE-SW
               END-IF
       END-READ.

      * MIENTRAS EL BURO NO ACUSE EL EXTRACTO ANTERIOR Y PROG0068 NO
      * LO CONCILIE NO SALE OTRO: UN RECHAZO SIN ATENDER (UN ALTA QUE
      * EL BURO NO APLICO) QUEDARIA TAPADO POR EL SIGUIENTE ENVIO. LA
      * CORRIDA TERMINA COMO FALLIDA Y DEJA ALERTA DE OPERACION.
       RETENER-EXTRACTO.
       DISPLAY "EXTRACTO RETENIDO: EL ACUSE DEL BURO PARA EL EXTRACTO"
           " DEL " FECHA-ULTIMO-CORTE " NO SE HA CONCILIADO.".
       DISPLAY "PROCESE EL ACUSE CON PROG0068 Y VUELVA A CORRER.".
       MOVE "FAILED" TO RUN-RESULTADO.
       MOVE 8 TO RETURN-CODE.
       MOVE "PROG0035" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "NOMINA RETENIDA: SIN CONCILIAR ACUSE DEL "
           FECHA-ULTIMO-CORTE
           DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

       LEER-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
       WRITE NOMINA-REGISTRO.

      * LA FECHA DE CONTROL SE ACTUALIZA SOLO AL TERMINAR BIEN, PARA
      * QUE UNA CORRIDA ABORTADA NO DEJE BAJAS SIN TRANSFERIR. EL
      * EXTRACTO NUEVO QUEDA PENDIENTE DE ACUSE (PROG0068).
       ACTUALIZAR-CONTROL.
       OPEN OUTPUT CONTROL-ARCHIVO.
       MOVE FECHA-PROCESO TO CTL-FECHA-CORTE.
       SET CTL-ACUSE-PENDIENTE TO TRUE.
       MOVE WS-TOTAL-DETALLES TO CTL-TOTAL-ENVIADO.
       MOVE ZERO TO CTL-FECHA-ACUSE.
       WRITE CONTROL-REGISTRO.
       CLOSE CONTROL-ARCHIVO.

