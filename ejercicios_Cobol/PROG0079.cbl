       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0079.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:VISITAS ANUNCIADAS (VISITAS.DAT). EL EMPLEADO QUE      *
      *          ESPERA UNA VISITA LA REGISTRA DE ANTEMANO CON FECHA,   *
      *          NOMBRE DEL VISITANTE, EMPRESA, ID DEL EMPLEADO         *
      *          ANFITRION Y HORA ESPERADA, PARA QUE RECEPCION TENGA LA *
      *          LISTA DEL DIA (PROG0080) Y EL CHECK-IN (OBTENERINPUT)  *
      *          ENCUENTRE LA VISITA Y LLENE EL ANFITRION SOLO. SE      *
      *          LLAMA DESDE EL MENU DE GESTION DE EMPLEADOS (PROG0020).*
      *          QUIEN TIENE EL PERMISO DE VISITAS PUEDE ANUNCIARLAS    *
      *          PARA CUALQUIER ANFITRION (LA CLAVE DE OPERADOR NO ESTA *
      *          LIGADA A UN ID DE EMPLEADO); LA VISITA GUARDA QUE      *
      *          OPERADOR LA CAPTURO (VIS-CAPTURADO-POR).               *
      *          EL ANFITRION DEBE EXISTIR Y ESTAR ACTIVO, LA FECHA     *
      *          DEBE SER DE CALENDARIO (PROG0061) Y NO ANTERIOR A HOY, *
      *          Y EL NOMBRE SE GUARDA EN MAYUSCULAS. UNA VISITA QUE    *
      *          YA LLEGO NO SE CANCELA. CADA ALTA Y CANCELACION QUEDA  *
      *          EN LA PISTA DE AUDITORIA COMO TODO CAMBIO DE MAESTRO.  *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL VISITAS-ARCHIVO
       ASSIGN TO "VISITAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIS-CLAVE
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS VISITAS-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD VISITAS-ARCHIVO.
           COPY VISITAS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       COPY FECHADIAS.

       01  IMAGEN-ANTERIOR PIC X(200).

       01  VISITAS-ESTADO PIC X(2).
           88 VISITAS-OK VALUE "00".
           88 VISITAS-BLOQUEADO VALUE "51".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  EMPLEADO-VALIDO-SW PIC X.
           88 EMPLEADO-VALIDO VALUE "S".

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  HORA-VALIDA-SW PIC X.
           88 HORA-VALIDA VALUE "S".

       01  FECHA-TECLEADA PIC 9(8).
       01  FECHA-HOY      PIC 9(8).
       01  FECHA-CONSULTA PIC 9(8).

       01  HORA-TECLEADA.
           05 HT-HORA   PIC 9(2).
           05 HT-MINUTO PIC 9(2).
       01  HORA-TECLEADA-9 REDEFINES HORA-TECLEADA PIC 9(4).

       01  MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-INDICADORES.
           05 WS-FIN-DIA-SW PIC X.
              88 FIN-DIA VALUE "S".

       01  WS-CONTADORES.
           05 WS-VISITAS-DIA PIC 9(3).

       01  OPCION-MENU PIC 9.
           88 OPCION-AGREGAR   VALUE 1.
           88 OPCION-CANCELAR  VALUE 2.
           88 OPCION-CONSULTAR VALUE 3.
           88 OPCION-SALIR     VALUE 4.

       01  LINEA-CONSULTA.
           05 LCO-HORA      PIC 99B99.
           05 FILLER        PIC X(2) VALUE SPACE.
           05 LCO-NOMBRE    PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LCO-EMPRESA   PIC X(20).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LCO-ANFITRION PIC X(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LCO-ESTADO    PIC X(16).

       01  LCO-LLEGADA PIC 99B99B99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * EL AREA EXTERNA DEL OPERADOR NACE EN LOW-VALUES CUANDO NADIE
      * HA FIRMADO; SE NORMALIZA A ESPACIOS PARA EL SELLO DE
      * AUDITORIA, Y LA OPCION DEL MENU SE REINICIA EN CADA LLAMADA
      * PORQUE EL MENU DE PROG0020 LLAMA A ESTE PROGRAMA VARIAS VECES
      * EN LA MISMA UNIDAD DE CORRIDA.
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       MOVE ZERO TO OPCION-MENU.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM MOSTRAR-MENU
       UNTIL OPCION-SALIR.
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN I-O VISITAS-ARCHIVO.
       IF NOT VISITAS-OK
           OPEN OUTPUT VISITAS-ARCHIVO
           CLOSE VISITAS-ARCHIVO
           OPEN I-O VISITAS-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE VISITAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       MOSTRAR-MENU.
       DISPLAY "1. ANUNCIAR UNA VISITA".
       DISPLAY "2. CANCELAR UNA VISITA".
       DISPLAY "3. CONSULTAR LAS VISITAS DE UN DIA".
       DISPLAY "4. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-AGREGAR
           PERFORM AGREGAR-VISITA
       END-IF.
       IF OPCION-CANCELAR
           PERFORM CANCELAR-VISITA
       END-IF.
       IF OPCION-CONSULTAR
           PERFORM CONSULTAR-VISITAS
       END-IF.

      * EL ANFITRION ES UN EMPLEADO EXISTENTE Y ACTIVO.
       SOLICITAR-ANFITRION.
       MOVE "N" TO EMPLEADO-VALIDO-SW.
       PERFORM VALIDAR-ANFITRION
       UNTIL EMPLEADO-VALIDO.

       VALIDAR-ANFITRION.
       DISPLAY "ID DEL EMPLEADO ANFITRION: ".
       ACCEPT EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE NINGUN EMPLEADO CON ESE ID."
           NOT INVALID KEY
               IF EMPLEADO-BAJA
                   DISPLAY "ESE EMPLEADO ESTA DADO DE BAJA."
               ELSE
                   MOVE "S" TO EMPLEADO-VALIDO-SW
               END-IF
       END-READ.

      * LA FECHA SE VALIDA CONTRA EL CALENDARIO COMUN (PROG0061); UNA
      * VISITA SE ANUNCIA PARA HOY O UN DIA POSTERIOR.
       SOLICITAR-FECHA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-FECHA
       UNTIL FECHA-VALIDA.

       VALIDAR-FECHA.
       DISPLAY "FECHA DE LA VISITA (AAAAMMDD): ".
       ACCEPT FECHA-TECLEADA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-TECLEADA TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           IF FECHA-TECLEADA < FECHA-HOY
               DISPLAY "LA VISITA NO PUEDE SER DE UN DIA PASADO."
           ELSE
               MOVE "S" TO FECHA-VALIDA-SW
           END-IF
       ELSE
           DISPLAY "FECHA NO VALIDA, USA AAAAMMDD."
       END-IF.

       SOLICITAR-NOMBRE.
       MOVE SPACE TO VIS-NOMBRE.
       PERFORM VALIDAR-NOMBRE
       UNTIL VIS-NOMBRE NOT = SPACE.

       VALIDAR-NOMBRE.
       DISPLAY "NOMBRE DEL VISITANTE (COMO SE PRESENTARA): ".
       ACCEPT VIS-NOMBRE.
       INSPECT VIS-NOMBRE CONVERTING MINUSCULAS TO MAYUSCULAS.

       SOLICITAR-HORA.
       MOVE "N" TO HORA-VALIDA-SW.
       PERFORM VALIDAR-HORA
       UNTIL HORA-VALIDA.

       VALIDAR-HORA.
       DISPLAY "HORA ESPERADA (HHMM): ".
       ACCEPT HORA-TECLEADA.
       IF HORA-TECLEADA IS NUMERIC
           AND HT-HORA < 24 AND HT-MINUTO < 60
           MOVE "S" TO HORA-VALIDA-SW
       ELSE
           DISPLAY "HORA NO VALIDA, USA HHMM (0000 A 2359)."
       END-IF.

       AGREGAR-VISITA.
       MOVE SPACE TO VISITAS-REGISTRO.
       PERFORM SOLICITAR-FECHA.
       MOVE FECHA-TECLEADA TO VIS-FECHA.
       PERFORM SOLICITAR-ANFITRION.
       MOVE EMPLEADOS-ID TO VIS-ANFITRION.
       PERFORM SOLICITAR-NOMBRE.
       DISPLAY "EMPRESA: ".
       ACCEPT VIS-EMPRESA.
       PERFORM SOLICITAR-HORA.
       MOVE HORA-TECLEADA-9 TO VIS-HORA-ESPERADA.
       SET VIS-PENDIENTE TO TRUE.
       MOVE ZERO TO VIS-HORA-LLEGADA.
       MOVE FECHA-HOY TO VIS-FECHA-CAPTURA.
       MOVE OPERADOR-ID-ACTUAL TO VIS-CAPTURADO-POR.
       WRITE VISITAS-REGISTRO
           INVALID KEY
               DISPLAY "ESE VISITANTE YA ESTA ANUNCIADO ESE DIA CON "
                   "ESE ANFITRION."
           NOT INVALID KEY
               SET AUD-ALTA TO TRUE
               MOVE SPACE TO AUD-IMAGEN-ANTES
               MOVE VISITAS-REGISTRO TO AUD-IMAGEN-DESPUES
               PERFORM GRABAR-AUDITORIA
               DISPLAY "VISITA ANUNCIADA."
       END-WRITE.

      * LA CANCELACION LEE EL REGISTRO ANTES DE BORRARLO PARA
      * CONSERVAR LA IMAGEN ANTERIOR; UNA VISITA QUE YA LLEGO QUEDA
      * PARA EL CIERRE DEL DIA.
       CANCELAR-VISITA.
       DISPLAY "FECHA DE LA VISITA (AAAAMMDD): ".
       ACCEPT VIS-FECHA.
       DISPLAY "ID DEL EMPLEADO ANFITRION: ".
       ACCEPT VIS-ANFITRION.
       DISPLAY "NOMBRE DEL VISITANTE: ".
       ACCEPT VIS-NOMBRE.
       INSPECT VIS-NOMBRE CONVERTING MINUSCULAS TO MAYUSCULAS.
       READ VISITAS-ARCHIVO WITH LOCK
           INVALID KEY
               DISPLAY "NO EXISTE ESA VISITA."
       END-READ.
       IF VISITAS-BLOQUEADO
           DISPLAY "VISITA EN USO POR RECEPCION, "
               "INTENTA DE NUEVO EN UN MOMENTO."
       END-IF.
       IF VISITAS-OK
           IF VIS-LLEGO
               DISPLAY "ESA VISITA YA LLEGO; NO SE CANCELA."
               UNLOCK VISITAS-ARCHIVO
           ELSE
               MOVE VISITAS-REGISTRO TO IMAGEN-ANTERIOR
               DELETE VISITAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "NO SE PUDO CANCELAR LA VISITA."
                   NOT INVALID KEY
                       SET AUD-BAJA TO TRUE
                       MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                       MOVE SPACE TO AUD-IMAGEN-DESPUES
                       PERFORM GRABAR-AUDITORIA
                       DISPLAY "VISITA CANCELADA."
               END-DELETE
               UNLOCK VISITAS-ARCHIVO
           END-IF
       END-IF.

       CONSULTAR-VISITAS.
       DISPLAY "FECHA A CONSULTAR (AAAAMMDD): ".
       ACCEPT FECHA-CONSULTA.
       DISPLAY "VISITAS ANUNCIADAS PARA EL " FECHA-CONSULTA.
       MOVE ZERO TO WS-VISITAS-DIA.
       MOVE "N" TO WS-FIN-DIA-SW.
       MOVE FECHA-CONSULTA TO VIS-FECHA.
       MOVE LOW-VALUE TO VIS-ANFITRION.
       MOVE LOW-VALUE TO VIS-NOMBRE.
       START VISITAS-ARCHIVO
           KEY IS NOT LESS THAN VIS-CLAVE
           INVALID KEY
               SET FIN-DIA TO TRUE
       END-START.
       PERFORM LISTAR-VISITA
       UNTIL FIN-DIA.
       IF WS-VISITAS-DIA = ZERO
           DISPLAY "   (SIN VISITAS ANUNCIADAS)"
       END-IF.

       LISTAR-VISITA.
       READ VISITAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-DIA TO TRUE
       END-READ.
       IF NOT FIN-DIA
           IF VIS-FECHA NOT = FECHA-CONSULTA
               SET FIN-DIA TO TRUE
           ELSE
               PERFORM MOSTRAR-VISITA
               ADD 1 TO WS-VISITAS-DIA
           END-IF
       END-IF.

       MOSTRAR-VISITA.
       MOVE VIS-HORA-ESPERADA TO LCO-HORA.
       MOVE VIS-NOMBRE TO LCO-NOMBRE.
       MOVE VIS-EMPRESA TO LCO-EMPRESA.
       MOVE VIS-ANFITRION TO LCO-ANFITRION.
       IF VIS-LLEGO
           MOVE VIS-HORA-LLEGADA TO LCO-LLEGADA
           MOVE SPACE TO LCO-ESTADO
           STRING "LLEGO " LCO-LLEGADA DELIMITED BY SIZE
               INTO LCO-ESTADO
       ELSE
           MOVE "PENDIENTE" TO LCO-ESTADO
       END-IF.
       DISPLAY LINEA-CONSULTA.

       GRABAR-AUDITORIA.
       MOVE "PROG0079" TO AUD-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE VIS-CLAVE TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       END PROGRAM PROG0079.
