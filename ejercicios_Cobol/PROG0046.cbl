      *          PARA ESO ESTA EL ARCHIVO DE DEPURACION, QUE SIGUE SU   *
      *          PROPIO PLAZO DE RETENCION. UN REGISTRO SIN FECHA DE    *
      *          BAJA LEGIBLE SE RETIENE, NUNCA SE DEPURA A CIEGAS.     *
      *          CORRIDO DIRECTAMENTE SOLO REGISTRA LA SOLICITUD DE     *
      *          DEPURACION; BORRA CUANDO OTRO SUPERVISOR LA APRUEBA    *
      *          EN PROG0059.                                           *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - LA PISTA DE AUDITORIA YA NO SE     *
      *                 ESCRIBE AQUI: EL REGISTRO SE ENTREGA AL        *
      *                 GRABADOR COMUN (PROG0056, AREA AUDGRABA), QUE  *
      *                 LE PONE FECHA, HORA, NUMERO DE SECUENCIA Y     *
      *                 VERIFICADOR ENCADENADO ANTES DE AGREGARLO A    *
      *                 AUDITLOG.DAT.                                  *
      *   15/10/2026 - DEVCHRISAR - LA DEPURACION YA NO SE HACE CON UN *
      *                 SOLO SUPERVISOR: CORRIDO DIRECTAMENTE EL       *
      *                 PROGRAMA VALIDA LA FECHA DE CORTE Y LA         *
      *                 REGISTRA COMO SOLICITUD PENDIENTE (PROG0058);  *
      *                 SOLO BORRA CUANDO PROG0059 LO LLAMA AL         *
      *                 APROBARLA (AREA APROBACION), Y LA AUDITORIA    *
      *                 LLEVA A QUIEN LA PIDIO Y A QUIEN LA APROBO.    *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ASSIGN USING PURGA-NOMBRE
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "PURGA.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.
                  10 PUR-TOTAL PIC 9(9).
                  10 FILLER    PIC X(191).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).


       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       COPY REPARCH.

       COPY PENDGRABA.

       COPY APROBACION.

       COPY FECHADIAS.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).
       01  PURGA-NOMBRE PIC X(30).

       01  IMAGEN-ANTERIOR PIC X(200).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * LA DEPURACION SOLO CORRE CUANDO LA LLAMA PROG0059 AL APROBAR
      * UNA SOLICITUD (AREA APROBACION CON LA FECHA DE CORTE PEDIDA);
      * CORRIDA DIRECTAMENTE SOLO REGISTRA LA SOLICITUD. LOS
      * CONTADORES SE REINICIAN EN CADA LLAMADA PORQUE EL PROGRAMA
      * PUEDE CORRER VARIAS VECES EN LA MISMA SESION DE APROBACION.
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       IF APROBACION-ACTUAL = LOW-VALUE
           MOVE SPACE TO APROBACION-ACTUAL
       END-IF.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       MOVE "N" TO WS-DEPURACION-ABIERTA-SW.
       MOVE ZERO TO WS-EXAMINADOS.
       MOVE ZERO TO WS-DEPURADOS.
       MOVE ZERO TO WS-RETENIDOS.
       PERFORM 9100-INICIAR-CORRIDA.
       IF APROBACION-EN-CURSO
           MOVE APR-DATO TO FECHA-CORTE
       ELSE
           DISPLAY "FECHA DE CORTE (AAAAMMDD); SE DEPURAN LAS BAJAS "
               "ANTERIORES: "
           ACCEPT FECHA-CORTE
       END-IF.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-CORTE TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-ERROR
           DISPLAY "FECHA DE CORTE NO VALIDA; NO SE DEPURA NADA."
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       ELSE
           IF APROBACION-EN-CURSO
               PERFORM DEPURAR-MAESTRO
           ELSE
               PERFORM SOLICITAR-APROBACION
           END-IF
       END-IF.
       MOVE WS-EXAMINADOS TO RUN-REG-ENTRADA.
       PROGRAM-DONE.
       GOBACK.

       DEPURAR-MAESTRO.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF DEPURACION-ABIERTA
           PERFORM LEER-EMPLEADO
           PERFORM EXAMINAR-EMPLEADO
           UNTIL FIN-ARCHIVO
           PERFORM GRABAR-CIERRE
           PERFORM IMPRIMIR-CONSTANCIA
           PERFORM PROCEDIMIENTO-DE-CIERRE
       END-IF.

      * LA DEPURACION SE REGISTRA COMO SOLICITUD PENDIENTE (PROG0058)
      * CON LA FECHA DE CORTE; NO LLEVA CLAVE PORQUE ABARCA TODO EL
      * MAESTRO, ASI QUE SOLO PUEDE HABER UNA DEPURACION PENDIENTE.
       SOLICITAR-APROBACION.
       MOVE SPACE TO SOLICITUD-GRABACION.
       SET SOL-DEPURACION TO TRUE.
       MOVE FECHA-CORTE TO SOL-DATO.
       MOVE OPERADOR-ID-ACTUAL TO SOL-SOLICITANTE.
       CALL "PROG0058".
       EVALUATE TRUE
           WHEN SOL-REGISTRADA
               DISPLAY "DEPURACION REGISTRADA CON FOLIO " SOL-FOLIO
               DISPLAY "NO SE BORRA NADA HASTA QUE OTRO SUPERVISOR "
                   "LA APRUEBE."
           WHEN SOL-YA-PENDIENTE
               DISPLAY "YA HAY UNA DEPURACION PENDIENTE DE APROBAR, "
                   "FOLIO " SOL-FOLIO
           WHEN OTHER
               DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD DE "
                   "DEPURACION."
               MOVE "FAILED" TO RUN-RESULTADO
               MOVE 8 TO RETURN-CODE
       END-EVALUATE.

      * SIN EL MAESTRO ABIERTO NO HAY DEPURACION POSIBLE: UN ESTADO
      * DISTINTO DE CERO (ARCHIVO AUSENTE, O BLOQUEADO POR UNA SESION
      * DE CAPTURA) TERMINA LA CORRIDA COMO FALLIDA EN VEZ DE CICLAR
       WRITE PURGA-REGISTRO.

       GRABAR-AUDITORIA.
       MOVE "PROG0046" TO AUD-PROGRAMA.
       MOVE APR-SOLICITANTE TO AUD-OPERADOR.
       MOVE APR-APROBADOR TO AUD-APROBADOR.
       MOVE EMPLEADOS-ID TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

      * LA CONSTANCIA LLEVA SOLO CONTEOS: LISTAR AQUI LOS DATOS
      * PERSONALES DEPURADOS SERIA VOLVER A RETENERLOS.
