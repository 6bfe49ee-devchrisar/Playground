       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0065.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:MANTENIMIENTO DEL MAESTRO DE LICENCIAS (LICENCIAS.DAT) *
      *          - VACACIONES, ENFERMEDAD Y PERMISOS APROBADOS - PARA   *
      *          QUE LOS REPORTES DE ASISTENCIA (PROG0029, PROG0053 Y   *
      *          PROG0042) MUESTREN ESOS DIAS COMO LICENCIA Y NO COMO   *
      *          FALTA O RETARDO, EN VEZ DE QUE RECURSOS HUMANOS        *
      *          CORRIJA ASISTMES.PRT A MANO CADA MES. SE LLAMA DESDE   *
      *          EL MENU DE GESTION DE EMPLEADOS (PROG0020). CADA       *
      *          LICENCIA VA DEL INICIO AL FIN (AMBOS INCLUSIVE), CON   *
      *          SU TIPO Y QUIEN LA APROBO; EL EMPLEADO DEBE EXISTIR Y  *
      *          ESTAR ACTIVO, LAS FECHAS DEBEN SER DE CALENDARIO       *
      *          (PROG0061) Y DOS LICENCIAS DEL MISMO EMPLEADO NO SE    *
      *          PUEDEN ENCIMAR. CADA ALTA, CAMBIO Y BAJA QUEDA EN LA   *
      *          PISTA DE AUDITORIA COMO TODO CAMBIO DE MAESTRO.        *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL LICENCIAS-ARCHIVO
       ASSIGN TO "LICENCIAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LIC-CLAVE
       FILE STATUS IS LICENCIAS-ESTADO.

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
       FD LICENCIAS-ARCHIVO.
           COPY LICENCIAS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       COPY FECHADIAS.

       01  IMAGEN-ANTERIOR PIC X(200).

      * LA LICENCIA CAPTURADA SE GUARDA APARTE MIENTRAS SE RECORREN
      * LAS DEMAS DEL EMPLEADO BUSCANDO ENCIMADAS.
       01  LICENCIA-CAPTURADA PIC X(89).

       01  LICENCIAS-ESTADO PIC X(2).
           88 LICENCIAS-OK VALUE "00".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  EMPLEADO-VALIDO-SW PIC X.
           88 EMPLEADO-VALIDO VALUE "S".

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  TIPO-VALIDO-SW PIC X.
           88 TIPO-VALIDO VALUE "S".

       01  APROBADOR-VALIDO-SW PIC X.
           88 APROBADOR-VALIDO VALUE "S".

       01  FECHA-TECLEADA PIC 9(8).
       01  FECHA-INICIO-NUEVA PIC 9(8).
       01  FECHA-FIN-NUEVA PIC 9(8).
       01  DIAS-INICIO PIC 9(7).
       01  DIAS-FIN    PIC 9(7).
       01  DIAS-NATURALES PIC 9(5).

       01  WS-INDICADORES.
           05 WS-FIN-EMPLEADO-SW PIC X.
              88 FIN-EMPLEADO VALUE "S".
           05 WS-ENCIMADA-SW PIC X.
              88 LICENCIA-ENCIMADA VALUE "S".

       01  WS-CONTADORES.
           05 WS-LICENCIAS-EMPLEADO PIC 9(3).

       01  OPCION-MENU PIC 9.
           88 OPCION-AGREGAR   VALUE 1.
           88 OPCION-MODIFICAR VALUE 2.
           88 OPCION-BORRAR    VALUE 3.
           88 OPCION-CONSULTAR VALUE 4.
           88 OPCION-SALIR     VALUE 5.

       01  LINEA-CONSULTA.
           05 LCO-INICIO  PIC 9999/99/99.
           05 FILLER      PIC X(3) VALUE " A ".
           05 LCO-FIN     PIC 9999/99/99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LCO-TIPO    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LCO-APROBO  PIC X(20).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LCO-OBSERVACION PIC X(30).

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
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM MOSTRAR-MENU
       UNTIL OPCION-SALIR.
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN I-O LICENCIAS-ARCHIVO.
       IF NOT LICENCIAS-OK
           OPEN OUTPUT LICENCIAS-ARCHIVO
           CLOSE LICENCIAS-ARCHIVO
           OPEN I-O LICENCIAS-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE LICENCIAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       MOSTRAR-MENU.
       DISPLAY "1. REGISTRAR UNA LICENCIA".
       DISPLAY "2. MODIFICAR UNA LICENCIA".
       DISPLAY "3. BORRAR UNA LICENCIA".
       DISPLAY "4. CONSULTAR LAS LICENCIAS DE UN EMPLEADO".
       DISPLAY "5. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-AGREGAR
           PERFORM AGREGAR-LICENCIA
       END-IF.
       IF OPCION-MODIFICAR
           PERFORM MODIFICAR-LICENCIA
       END-IF.
       IF OPCION-BORRAR
           PERFORM BORRAR-LICENCIA
       END-IF.
       IF OPCION-CONSULTAR
           PERFORM CONSULTAR-LICENCIAS
       END-IF.

      * LA LICENCIA SE CUELGA DE UN EMPLEADO EXISTENTE Y ACTIVO; A UN
      * EMPLEADO DADO DE BAJA NO SE LE REGISTRAN LICENCIAS NUEVAS.
       SOLICITAR-EMPLEADO.
       MOVE "N" TO EMPLEADO-VALIDO-SW.
       PERFORM VALIDAR-EMPLEADO
       UNTIL EMPLEADO-VALIDO.

       VALIDAR-EMPLEADO.
       DISPLAY "ID DEL EMPLEADO: ".
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

      * LAS FECHAS SE VALIDAN CONTRA EL CALENDARIO COMUN (PROG0061),
      * QUE ADEMAS DEVUELVE EL DIA CORRIDO PARA COMPARARLAS.
       SOLICITAR-FECHA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-FECHA
       UNTIL FECHA-VALIDA.

       VALIDAR-FECHA.
       ACCEPT FECHA-TECLEADA.
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-TECLEADA TO CNV-FECHA.
       CALL "PROG0061".
       IF CNV-OK
           MOVE "S" TO FECHA-VALIDA-SW
       ELSE
           DISPLAY "FECHA NO VALIDA, USA AAAAMMDD: "
       END-IF.

       SOLICITAR-INICIO.
       DISPLAY "FECHA DE INICIO (AAAAMMDD): ".
       PERFORM SOLICITAR-FECHA.
       MOVE FECHA-TECLEADA TO FECHA-INICIO-NUEVA.
       MOVE CNV-DIAS TO DIAS-INICIO.

       SOLICITAR-FIN.
       MOVE ZERO TO DIAS-FIN.
       PERFORM VALIDAR-FIN
       UNTIL DIAS-FIN NOT < DIAS-INICIO.

       VALIDAR-FIN.
       DISPLAY "FECHA DE FIN (AAAAMMDD, INCLUSIVE): ".
       PERFORM SOLICITAR-FECHA.
       IF CNV-DIAS < DIAS-INICIO
           DISPLAY "LA FECHA DE FIN NO PUEDE SER ANTERIOR AL INICIO."
           MOVE ZERO TO DIAS-FIN
       ELSE
           MOVE FECHA-TECLEADA TO FECHA-FIN-NUEVA
           MOVE CNV-DIAS TO DIAS-FIN
       END-IF.

       SOLICITAR-TIPO.
       MOVE "N" TO TIPO-VALIDO-SW.
       PERFORM VALIDAR-TIPO
       UNTIL TIPO-VALIDO.

       VALIDAR-TIPO.
       DISPLAY "TIPO (V=VACACIONES, E=ENFERMEDAD, P=PERMISO): ".
       ACCEPT LIC-TIPO.
       IF LIC-TIPO-VALIDO
           MOVE "S" TO TIPO-VALIDO-SW
       ELSE
           DISPLAY "TIPO NO VALIDO."
       END-IF.

       SOLICITAR-APROBADOR.
       MOVE "N" TO APROBADOR-VALIDO-SW.
       PERFORM VALIDAR-APROBADOR
       UNTIL APROBADOR-VALIDO.

       VALIDAR-APROBADOR.
       DISPLAY "APROBADA POR: ".
       ACCEPT LIC-APROBADO-POR.
       IF LIC-APROBADO-POR = SPACE
           DISPLAY "TODA LICENCIA DEBE LLEVAR QUIEN LA APROBO."
       ELSE
           MOVE "S" TO APROBADOR-VALIDO-SW
       END-IF.

      * EL RESTO DE LA LICENCIA (FIN, TIPO, APROBADOR, OBSERVACION)
      * SE CAPTURA IGUAL EN EL ALTA Y EN EL CAMBIO.
       CAPTURAR-DETALLE.
       PERFORM SOLICITAR-FIN.
       MOVE FECHA-FIN-NUEVA TO LIC-FECHA-FIN.
       PERFORM SOLICITAR-TIPO.
       PERFORM SOLICITAR-APROBADOR.
       DISPLAY "OBSERVACION: ".
       ACCEPT LIC-OBSERVACION.
       ACCEPT LIC-FECHA-CAPTURA FROM DATE YYYYMMDD.
       MOVE OPERADOR-ID-ACTUAL TO LIC-CAPTURADO-POR.
       COMPUTE DIAS-NATURALES = DIAS-FIN - DIAS-INICIO + 1.
       DISPLAY "DIAS NATURALES DE LA LICENCIA: " DIAS-NATURALES.

       AGREGAR-LICENCIA.
       PERFORM SOLICITAR-EMPLEADO.
       PERFORM SOLICITAR-INICIO.
       MOVE SPACE TO LICENCIAS-REGISTRO.
       MOVE EMPLEADOS-ID TO LIC-EMPLEADO.
       MOVE FECHA-INICIO-NUEVA TO LIC-FECHA-INICIO.
       PERFORM CAPTURAR-DETALLE.
       PERFORM BUSCAR-ENCIMADA.
       IF LICENCIA-ENCIMADA
           DISPLAY "LA LICENCIA SE ENCIMA CON OTRA DEL MISMO "
               "EMPLEADO; NO SE REGISTRO."
       ELSE
           WRITE LICENCIAS-REGISTRO
               INVALID KEY
                   DISPLAY "ESE EMPLEADO YA TIENE UNA LICENCIA QUE "
                       "INICIA ESE DIA; USAR MODIFICAR."
               NOT INVALID KEY
                   SET AUD-ALTA TO TRUE
                   MOVE SPACE TO AUD-IMAGEN-ANTES
                   MOVE LICENCIAS-REGISTRO TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "LICENCIA REGISTRADA."
           END-WRITE
       END-IF.

      * LA FECHA DE INICIO ES PARTE DE LA CLAVE Y NO SE CAMBIA; UNA
      * LICENCIA QUE EMPIEZA OTRO DIA SE BORRA Y SE REGISTRA DE NUEVO.
       MODIFICAR-LICENCIA.
       PERFORM SOLICITAR-EMPLEADO.
       PERFORM SOLICITAR-INICIO.
       MOVE EMPLEADOS-ID TO LIC-EMPLEADO.
       MOVE FECHA-INICIO-NUEVA TO LIC-FECHA-INICIO.
       READ LICENCIAS-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE ESA LICENCIA."
       END-READ.
       IF LICENCIAS-OK
           MOVE LICENCIAS-REGISTRO TO IMAGEN-ANTERIOR
           PERFORM MOSTRAR-LICENCIA
           PERFORM CAPTURAR-DETALLE
           PERFORM BUSCAR-ENCIMADA
           IF LICENCIA-ENCIMADA
               DISPLAY "LA LICENCIA SE ENCIMA CON OTRA DEL MISMO "
                   "EMPLEADO; NO SE MODIFICO."
           ELSE
               REWRITE LICENCIAS-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MODIFICAR LA LICENCIA."
                   NOT INVALID KEY
                       SET AUD-CAMBIO TO TRUE
                       MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                       MOVE LICENCIAS-REGISTRO TO AUD-IMAGEN-DESPUES
                       PERFORM GRABAR-AUDITORIA
                       DISPLAY "LICENCIA MODIFICADA."
               END-REWRITE
           END-IF
       END-IF.

      * LA BAJA LEE EL REGISTRO ANTES DE BORRARLO PARA CONSERVAR LA
      * IMAGEN ANTERIOR, IGUAL QUE LAS BAJAS DE LOS DEMAS MAESTROS;
      * EL EMPLEADO PUEDE YA ESTAR DADO DE BAJA.
       BORRAR-LICENCIA.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT LIC-EMPLEADO.
       DISPLAY "FECHA DE INICIO (AAAAMMDD): ".
       ACCEPT LIC-FECHA-INICIO.
       READ LICENCIAS-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE ESA LICENCIA."
       END-READ.
       IF LICENCIAS-OK
           MOVE LICENCIAS-REGISTRO TO IMAGEN-ANTERIOR
           DELETE LICENCIAS-ARCHIVO
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA LICENCIA."
               NOT INVALID KEY
                   SET AUD-BAJA TO TRUE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE SPACE TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "LICENCIA BORRADA."
           END-DELETE
       END-IF.

      * SE RECORREN LAS LICENCIAS DEL EMPLEADO EN ORDEN DE INICIO;
      * LA MISMA LICENCIA (MISMA CLAVE, EN UN CAMBIO) NO CUENTA.
       BUSCAR-ENCIMADA.
       MOVE LICENCIAS-REGISTRO TO LICENCIA-CAPTURADA.
       MOVE "N" TO WS-ENCIMADA-SW.
       MOVE "N" TO WS-FIN-EMPLEADO-SW.
       MOVE ZERO TO LIC-FECHA-INICIO.
       START LICENCIAS-ARCHIVO
           KEY IS NOT LESS THAN LIC-CLAVE
           INVALID KEY
               SET FIN-EMPLEADO TO TRUE
       END-START.
       PERFORM REVISAR-ENCIMADA
       UNTIL FIN-EMPLEADO OR LICENCIA-ENCIMADA.
       MOVE LICENCIA-CAPTURADA TO LICENCIAS-REGISTRO.

       REVISAR-ENCIMADA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-EMPLEADO TO TRUE
       END-READ.
       IF NOT FIN-EMPLEADO
           IF LIC-EMPLEADO NOT = LICENCIA-CAPTURADA(1:6)
               OR LIC-FECHA-INICIO > FECHA-FIN-NUEVA
               SET FIN-EMPLEADO TO TRUE
           ELSE
               IF LIC-FECHA-INICIO NOT = FECHA-INICIO-NUEVA
                   AND LIC-FECHA-FIN NOT < FECHA-INICIO-NUEVA
                   SET LICENCIA-ENCIMADA TO TRUE
               END-IF
           END-IF
       END-IF.

       CONSULTAR-LICENCIAS.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT LIC-EMPLEADO.
       MOVE LIC-EMPLEADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
       END-READ.
       DISPLAY "LICENCIAS DE " LIC-EMPLEADO " " EMPLEADOS-NOMBRE
           " " EMPLEADOS-APELLIDOS.
       MOVE ZERO TO WS-LICENCIAS-EMPLEADO.
       MOVE "N" TO WS-FIN-EMPLEADO-SW.
       MOVE LIC-EMPLEADO TO LICENCIA-CAPTURADA(1:6).
       MOVE ZERO TO LIC-FECHA-INICIO.
       START LICENCIAS-ARCHIVO
           KEY IS NOT LESS THAN LIC-CLAVE
           INVALID KEY
               SET FIN-EMPLEADO TO TRUE
       END-START.
       PERFORM LISTAR-LICENCIA
       UNTIL FIN-EMPLEADO.
       IF WS-LICENCIAS-EMPLEADO = ZERO
           DISPLAY "   (SIN LICENCIAS REGISTRADAS)"
       END-IF.

       LISTAR-LICENCIA.
       READ LICENCIAS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-EMPLEADO TO TRUE
       END-READ.
       IF NOT FIN-EMPLEADO
           IF LIC-EMPLEADO NOT = LICENCIA-CAPTURADA(1:6)
               SET FIN-EMPLEADO TO TRUE
           ELSE
               PERFORM MOSTRAR-LICENCIA
               ADD 1 TO WS-LICENCIAS-EMPLEADO
           END-IF
       END-IF.

       MOSTRAR-LICENCIA.
       MOVE LIC-FECHA-INICIO TO LCO-INICIO.
       MOVE LIC-FECHA-FIN TO LCO-FIN.
       EVALUATE TRUE
           WHEN LIC-VACACIONES
               MOVE "VACACIONES" TO LCO-TIPO
           WHEN LIC-ENFERMEDAD
               MOVE "ENFERMEDAD" TO LCO-TIPO
           WHEN LIC-PERMISO
               MOVE "PERMISO" TO LCO-TIPO
           WHEN OTHER
               MOVE LIC-TIPO TO LCO-TIPO
       END-EVALUATE.
       MOVE LIC-APROBADO-POR TO LCO-APROBO.
       MOVE LIC-OBSERVACION TO LCO-OBSERVACION.
       DISPLAY LINEA-CONSULTA.

       GRABAR-AUDITORIA.
       MOVE "PROG0065" TO AUD-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE LIC-CLAVE TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       END PROGRAM PROG0065.
