      *                 EN EL PASO 1 NO DEJABA AVANCE Y LA RECORRIDA   *
      *                 DE LA MANANA PERDIA LA FECHA ORIGINAL Y EL     *
      *                 CIERRE DE MES PENDIENTE.                       *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 7: VERIFICACION  *
      *                 DE INTEGRIDAD DE LA PISTA DE AUDITORIA         *
      *                 (PROG0057), QUE DENUNCIA HUECOS, CADENA ROTA Y *
      *                 FECHAS FUERA DE ORDEN EN AUDITLOG.DAT Y        *
      *                 DETIENE LA CADENA SI ENCUENTRA ALGUNA. LOS     *
      *                 PASOS DE CIERRE DE MES PASAN A SER 8 Y 9.      *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 8: VENCIMIENTO   *
      *                 DE SOLICITUDES PENDIENTES DE APROBACION        *
      *                 (PROG0060, REPORTE PENDVENC.PRT). LOS PASOS DE *
      *                 CIERRE DE MES PASAN A SER 9 Y 10, Y EL NUMERO  *
      *                 DE PASO SE AMPLIA A DOS DIGITOS (TAMBIEN EN    *
      *                 NOCTURNO.LOG).                                 *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 9: BLOQUEO DE    *
      *                 CUENTAS DE OPERADOR INACTIVAS Y LISTADO DE     *
      *                 RECERTIFICACION DE ACCESOS (PROG0062, REPORTE  *
      *                 RECERT.PRT). LOS PASOS DE CIERRE DE MES PASAN  *
      *                 A SER 10 Y 11.                                 *
      *   15/10/2026 - DEVCHRISAR - UN PASO QUE TERMINA MAL Y DETIENE  *
      *                 LA CADENA DEJA UNA ALERTA EN EL TABLERO DE     *
      *                 OPERACION (ALERTAS.DAT, VIA PROG0063) QUE EL   *
      *                 MENU PRINCIPAL MUESTRA AL FIRMAR.              *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 12 DE CIERRE DE  *
      *                 MES: PLANTILLA Y ROTACION POR DEPARTAMENTO     *
      *                 (PROG0075, REPORTE ROTACION.PRT), QUE GRABA    *
      *                 LAS CIFRAS DEL MES EN ESTADMES.DAT.            *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 13 DE CIERRE DE  *
      *                 MES: CERTIFICACIONES VENCIDAS Y POR VENCER EN  *
      *                 60 DIAS POR GERENTE (PROG0078, REPORTE         *
      *                 CERTVENC.PRT).                                 *
      *   15/10/2026 - DEVCHRISAR - SE AGREGAN EL PASO 10: CIERRE DEL  *
      *                 DIA DE VISITAS (PROG0081, REPORTE              *
      *                 VISCIERRE.PRT, ANTES DE QUE EL CIERRE DE MES   *
      *                 ARCHIVE SIGNIN.DAT) Y EL PASO 11: LISTA DE     *
      *                 VISITAS ESPERADAS PARA RECEPCION (PROG0080,    *
      *                 REPORTE VISESPER.PRT). LOS PASOS DE CIERRE DE  *
      *                 MES PASAN A SER 12 A 15.                       *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 12: EXCEPCIONES  *
      *                 DE ACCESO DEL DIA PARA SEGURIDAD (PROG0084,    *
      *                 REPORTE ACCESEXC.PRT), ANTES DE QUE EL CIERRE  *
      *                 DE MES ARCHIVE SIGNIN.DAT. LOS PASOS DE CIERRE *
      *                 DE MES PASAN A SER 13 A 16.                    *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA EL PASO 13: LIBRO DE     *
      *                 RECORDS DEL BEISBOL (RECORDSBOOK, ARCHIVO      *
      *                 RECORDBOOK.DAT Y REPORTE RECORDS.PRT), QUE     *
      *                 DESPUES DE LA CARGA DIARIA SENALA LOS RECORDS  *
      *                 QUE ROMPIERON LOS JUEGOS DEL DIA. LOS PASOS DE *
      *                 CIERRE DE MES PASAN A SER 14 A 17.             *
      *   15/10/2026 - DEVCHRISAR - EL PASO 7 (PROG0057) DETIENE LA    *
      *                 CADENA SOLO POR ANOMALIAS NUEVAS DE LA PISTA   *
      *                 DE AUDITORIA: LA VERIFICACION GUARDA HASTA     *
      *                 DONDE LLEGO Y LAS ANOMALIAS YA REPORTADAS NO   *
      *                 VUELVEN A DETENER LOS PASOS SIGUIENTES CADA    *
      *                 NOCHE.                                         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY LOTENOCT.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  PASO-ACTUAL.
           05 PASO-NUMERO   PIC 9(2).
           05 PASO-PROGRAMA PIC X(18).

       01  CALENDARIO-ESTADO PIC X(2).
           05 LP-HORA     PIC 9(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 FILLER      PIC X(5) VALUE "PASO ".
           05 LP-NUMERO   PIC 9(2).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LP-PROGRAMA PIC X(18).
           05 FILLER      PIC X(1) VALUE SPACE.
       MOVE 6 TO PASO-NUMERO.
       MOVE "PROG0049" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 7 TO PASO-NUMERO.
       MOVE "PROG0057" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 8 TO PASO-NUMERO.
       MOVE "PROG0060" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 9 TO PASO-NUMERO.
       MOVE "PROG0062" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 10 TO PASO-NUMERO.
       MOVE "PROG0081" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 11 TO PASO-NUMERO.
       MOVE "PROG0080" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 12 TO PASO-NUMERO.
       MOVE "PROG0084" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       MOVE 13 TO PASO-NUMERO.
       MOVE "RECORDSBOOK" TO PASO-PROGRAMA.
       PERFORM EJECUTAR-PASO.
       IF CORRIDA-FIN-DE-MES
           MOVE 14 TO PASO-NUMERO
           MOVE "PROG0033" TO PASO-PROGRAMA
           PERFORM EJECUTAR-PASO
           MOVE 15 TO PASO-NUMERO
           MOVE "PROG0042" TO PASO-PROGRAMA
           PERFORM EJECUTAR-PASO
           MOVE 16 TO PASO-NUMERO
           MOVE "PROG0075" TO PASO-PROGRAMA
           PERFORM EJECUTAR-PASO
           MOVE 17 TO PASO-NUMERO
           MOVE "PROG0078" TO PASO-PROGRAMA
           PERFORM EJECUTAR-PASO
       END-IF.

       MOVE SPACE TO LOTE-NOCTURNO.
               MOVE "FALLO" TO LP-ESTADO
               DISPLAY "PASO " PASO-NUMERO " (" PASO-PROGRAMA
                   ") TERMINO MAL; SE DETIENE LA CADENA."
               PERFORM ALERTAR-DETENCION
           END-IF
           PERFORM GRABAR-PASO
       END-IF.

      * LA CADENA DETENIDA QUEDA EN EL TABLERO DE ALERTAS PARA QUE
      * EL PRIMER OPERADOR DE LA MANANA LA VEA AL FIRMAR.
       ALERTAR-DETENCION.
       MOVE "PROG0032" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "CADENA NOCTURNA DETENIDA EN EL PASO " PASO-NUMERO
           " (" DELIMITED BY SIZE
           PASO-PROGRAMA DELIMITED BY SPACE
           ")" DELIMITED BY SIZE
           INTO ALG-TEXTO.
       CALL "PROG0063".

       GRABAR-PASO.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
