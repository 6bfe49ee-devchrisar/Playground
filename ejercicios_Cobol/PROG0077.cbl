       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0077.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:MANTENIMIENTO DEL MAESTRO DE CAPACITACION Y            *
      *          CERTIFICACIONES (CERTIFICA.DAT) - BRIGADA CONTRA       *
      *          INCENDIO, PRIMEROS AUXILIOS, MONTACARGAS - QUE ANTES   *
      *          SE LLEVABAN EN PAPEL. SE LLAMA DESDE EL MENU DE        *
      *          GESTION DE EMPLEADOS (PROG0020). CADA CERTIFICACION    *
      *          LLEVA SU FECHA DE EMISION, SU VENCIMIENTO Y QUIEN LA   *
      *          EMITIO; EL EMPLEADO DEBE EXISTIR Y ESTAR ACTIVO, EL    *
      *          CODIGO DEBE ESTAR EN EL CATALOGO (CERTTABLA.CPY) Y LAS *
      *          FECHAS DEBEN SER DE CALENDARIO (PROG0061), CON EL      *
      *          VENCIMIENTO POSTERIOR A LA EMISION. UNA RENOVACION SE  *
      *          CAPTURA COMO MODIFICACION. CADA ALTA, CAMBIO Y BAJA    *
      *          QUEDA EN LA PISTA DE AUDITORIA COMO TODO CAMBIO DE     *
      *          MAESTRO.                                               *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CERTIFICA-ARCHIVO
       ASSIGN TO "CERTIFICA.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CER-CLAVE
       FILE STATUS IS CERTIFICA-ESTADO.

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
       FD CERTIFICA-ARCHIVO.
           COPY CERTIFICA.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.

       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       COPY FECHADIAS.

       COPY CERTTABLA.

       01  IMAGEN-ANTERIOR PIC X(200).

       01  CERTIFICA-ESTADO PIC X(2).
           88 CERTIFICA-OK VALUE "00".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00".

       01  EMPLEADO-VALIDO-SW PIC X.
           88 EMPLEADO-VALIDO VALUE "S".

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  CODIGO-VALIDO-SW PIC X.
           88 CODIGO-VALIDO VALUE "S".

       01  EMISOR-VALIDO-SW PIC X.
           88 EMISOR-VALIDO VALUE "S".

       77  CTT-IDX     PIC 9(2) COMP.
       77  CTT-HALLADO PIC 9(2) COMP.

       01  FECHA-TECLEADA PIC 9(8).
       01  FECHA-HOY      PIC 9(8).
       01  DIAS-EMISION   PIC 9(7).
       01  DIAS-VENCE     PIC 9(7).
       01  DIAS-HOY       PIC 9(7).
       01  DIAS-RESTANTES PIC S9(7).

       01  WS-INDICADORES.
           05 WS-FIN-EMPLEADO-SW PIC X.
              88 FIN-EMPLEADO VALUE "S".

       01  WS-CONTADORES.
           05 WS-CERTIFICACIONES-EMPLEADO PIC 9(3).

       01  OPCION-MENU PIC 9.
           88 OPCION-AGREGAR   VALUE 1.
           88 OPCION-MODIFICAR VALUE 2.
           88 OPCION-BORRAR    VALUE 3.
           88 OPCION-CONSULTAR VALUE 4.
           88 OPCION-SALIR     VALUE 5.

       01  LINEA-CATALOGO.
           05 LCA-CODIGO      PIC X(4).
           05 FILLER          PIC X(3) VALUE " = ".
           05 LCA-DESCRIPCION PIC X(30).

       01  LINEA-CONSULTA.
           05 LCO-CODIGO   PIC X(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LCO-DESCRIPCION PIC X(25).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LCO-EMISION  PIC 9999/99/99.
           05 FILLER       PIC X(3) VALUE " A ".
           05 LCO-VENCE    PIC 9999/99/99.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LCO-ESTADO   PIC X(11).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LCO-EMISOR   PIC X(30).

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
       SET CNV-A-DIAS TO TRUE.
       MOVE FECHA-HOY TO CNV-FECHA.
       CALL "PROG0061".
       MOVE CNV-DIAS TO DIAS-HOY.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM MOSTRAR-MENU
       UNTIL OPCION-SALIR.
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN I-O CERTIFICA-ARCHIVO.
       IF NOT CERTIFICA-OK
           OPEN OUTPUT CERTIFICA-ARCHIVO
           CLOSE CERTIFICA-ARCHIVO
           OPEN I-O CERTIFICA-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE CERTIFICA-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       MOSTRAR-MENU.
       DISPLAY "1. REGISTRAR UNA CERTIFICACION".
       DISPLAY "2. MODIFICAR O RENOVAR UNA CERTIFICACION".
       DISPLAY "3. BORRAR UNA CERTIFICACION".
       DISPLAY "4. CONSULTAR LAS CERTIFICACIONES DE UN EMPLEADO".
       DISPLAY "5. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-AGREGAR
           PERFORM AGREGAR-CERTIFICACION
       END-IF.
       IF OPCION-MODIFICAR
           PERFORM MODIFICAR-CERTIFICACION
       END-IF.
       IF OPCION-BORRAR
           PERFORM BORRAR-CERTIFICACION
       END-IF.
       IF OPCION-CONSULTAR
           PERFORM CONSULTAR-CERTIFICACIONES
       END-IF.

      * LA CERTIFICACION SE CUELGA DE UN EMPLEADO EXISTENTE Y ACTIVO;
      * A UN EMPLEADO DADO DE BAJA NO SE LE REGISTRAN NI RENUEVAN.
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

       SOLICITAR-CODIGO.
       MOVE "N" TO CODIGO-VALIDO-SW.
       PERFORM VALIDAR-CODIGO
       UNTIL CODIGO-VALIDO.

       VALIDAR-CODIGO.
       PERFORM MOSTRAR-CATALOGO
       VARYING CTT-IDX FROM 1 BY 1
       UNTIL CTT-IDX > TOTAL-CERTIFICACIONES.
       DISPLAY "CODIGO DE CERTIFICACION: ".
       ACCEPT CER-CODIGO.
       PERFORM BUSCAR-CODIGO.
       IF CTT-HALLADO > ZERO
           MOVE "S" TO CODIGO-VALIDO-SW
       ELSE
           DISPLAY "CODIGO NO VALIDO."
       END-IF.

       MOSTRAR-CATALOGO.
       MOVE CTT-CODIGO(CTT-IDX) TO LCA-CODIGO.
       MOVE CTT-DESCRIPCION(CTT-IDX) TO LCA-DESCRIPCION.
       DISPLAY LINEA-CATALOGO.

       BUSCAR-CODIGO.
       MOVE ZERO TO CTT-HALLADO.
       PERFORM COMPARAR-CODIGO
       VARYING CTT-IDX FROM 1 BY 1
       UNTIL CTT-IDX > TOTAL-CERTIFICACIONES OR CTT-HALLADO > 0.

       COMPARAR-CODIGO.
       IF CTT-CODIGO(CTT-IDX) = CER-CODIGO
           MOVE CTT-IDX TO CTT-HALLADO
       END-IF.

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

      * LA EMISION NO PUEDE SER FUTURA; EL VENCIMIENTO DEBE SER
      * POSTERIOR A LA EMISION, PERO PUEDE YA HABER PASADO (SE
      * CAPTURAN TAMBIEN LAS TARJETAS VENCIDAS QUE HAY QUE RENOVAR).
       SOLICITAR-EMISION.
       MOVE ZERO TO DIAS-EMISION.
       PERFORM VALIDAR-EMISION
       UNTIL DIAS-EMISION > ZERO.

       VALIDAR-EMISION.
       DISPLAY "FECHA DE EMISION (AAAAMMDD): ".
       PERFORM SOLICITAR-FECHA.
       IF CNV-DIAS > DIAS-HOY
           DISPLAY "LA FECHA DE EMISION NO PUEDE SER POSTERIOR A HOY."
       ELSE
           MOVE FECHA-TECLEADA TO CER-FECHA-EMISION
           MOVE CNV-DIAS TO DIAS-EMISION
       END-IF.

       SOLICITAR-VENCE.
       MOVE ZERO TO DIAS-VENCE.
       PERFORM VALIDAR-VENCE
       UNTIL DIAS-VENCE > DIAS-EMISION.

       VALIDAR-VENCE.
       DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, INCLUSIVE): ".
       PERFORM SOLICITAR-FECHA.
       IF CNV-DIAS NOT > DIAS-EMISION
           DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA EMISION."
           MOVE ZERO TO DIAS-VENCE
       ELSE
           MOVE FECHA-TECLEADA TO CER-FECHA-VENCE
           MOVE CNV-DIAS TO DIAS-VENCE
       END-IF.

       SOLICITAR-EMISOR.
       MOVE "N" TO EMISOR-VALIDO-SW.
       PERFORM VALIDAR-EMISOR
       UNTIL EMISOR-VALIDO.

       VALIDAR-EMISOR.
       DISPLAY "EMITIDA POR (INSTITUCION O INSTRUCTOR): ".
       ACCEPT CER-EMISOR.
       IF CER-EMISOR = SPACE
           DISPLAY "TODA CERTIFICACION DEBE LLEVAR QUIEN LA EMITIO."
       ELSE
           MOVE "S" TO EMISOR-VALIDO-SW
       END-IF.

      * EL RESTO DE LA CERTIFICACION (FECHAS Y EMISOR) SE CAPTURA
      * IGUAL EN EL ALTA Y EN LA RENOVACION.
       CAPTURAR-DETALLE.
       PERFORM SOLICITAR-EMISION.
       PERFORM SOLICITAR-VENCE.
       PERFORM SOLICITAR-EMISOR.
       ACCEPT CER-FECHA-CAPTURA FROM DATE YYYYMMDD.
       MOVE OPERADOR-ID-ACTUAL TO CER-CAPTURADO-POR.
       COMPUTE DIAS-RESTANTES = DIAS-VENCE - DIAS-HOY.
       IF DIAS-RESTANTES < ZERO
           DISPLAY "AVISO: ESTA CERTIFICACION YA ESTA VENCIDA."
       ELSE
           DISPLAY "DIAS DE VIGENCIA RESTANTES: " DIAS-RESTANTES
       END-IF.

       AGREGAR-CERTIFICACION.
       PERFORM SOLICITAR-EMPLEADO.
       MOVE SPACE TO CERTIFICA-REGISTRO.
       PERFORM SOLICITAR-CODIGO.
       MOVE EMPLEADOS-ID TO CER-EMPLEADO.
       PERFORM CAPTURAR-DETALLE.
       WRITE CERTIFICA-REGISTRO
           INVALID KEY
               DISPLAY "ESE EMPLEADO YA TIENE ESA CERTIFICACION; "
                   "USAR MODIFICAR PARA RENOVARLA."
           NOT INVALID KEY
               SET AUD-ALTA TO TRUE
               MOVE SPACE TO AUD-IMAGEN-ANTES
               MOVE CERTIFICA-REGISTRO TO AUD-IMAGEN-DESPUES
               PERFORM GRABAR-AUDITORIA
               DISPLAY "CERTIFICACION REGISTRADA."
       END-WRITE.

      * EL CODIGO ES PARTE DE LA CLAVE Y NO SE CAMBIA; LA RENOVACION
      * SUSTITUYE EMISION, VENCIMIENTO Y EMISOR.
       MODIFICAR-CERTIFICACION.
       PERFORM SOLICITAR-EMPLEADO.
       PERFORM SOLICITAR-CODIGO.
       MOVE EMPLEADOS-ID TO CER-EMPLEADO.
       READ CERTIFICA-ARCHIVO
           INVALID KEY
               DISPLAY "ESE EMPLEADO NO TIENE ESA CERTIFICACION."
       END-READ.
       IF CERTIFICA-OK
           MOVE CERTIFICA-REGISTRO TO IMAGEN-ANTERIOR
           PERFORM MOSTRAR-CERTIFICACION
           PERFORM CAPTURAR-DETALLE
           REWRITE CERTIFICA-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO MODIFICAR LA CERTIFICACION."
               NOT INVALID KEY
                   SET AUD-CAMBIO TO TRUE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE CERTIFICA-REGISTRO TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "CERTIFICACION MODIFICADA."
           END-REWRITE
       END-IF.

      * LA BAJA LEE EL REGISTRO ANTES DE BORRARLO PARA CONSERVAR LA
      * IMAGEN ANTERIOR, IGUAL QUE LAS BAJAS DE LOS DEMAS MAESTROS;
      * EL EMPLEADO PUEDE YA ESTAR DADO DE BAJA.
       BORRAR-CERTIFICACION.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT CER-EMPLEADO.
       DISPLAY "CODIGO DE CERTIFICACION: ".
       ACCEPT CER-CODIGO.
       READ CERTIFICA-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE ESA CERTIFICACION."
       END-READ.
       IF CERTIFICA-OK
           MOVE CERTIFICA-REGISTRO TO IMAGEN-ANTERIOR
           DELETE CERTIFICA-ARCHIVO
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA CERTIFICACION."
               NOT INVALID KEY
                   SET AUD-BAJA TO TRUE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE SPACE TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "CERTIFICACION BORRADA."
           END-DELETE
       END-IF.

       CONSULTAR-CERTIFICACIONES.
       DISPLAY "ID DEL EMPLEADO: ".
       ACCEPT EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
       END-READ.
       DISPLAY "CERTIFICACIONES DE " EMPLEADOS-ID " " EMPLEADOS-NOMBRE
           " " EMPLEADOS-APELLIDOS.
       MOVE ZERO TO WS-CERTIFICACIONES-EMPLEADO.
       MOVE "N" TO WS-FIN-EMPLEADO-SW.
       MOVE EMPLEADOS-ID TO CER-EMPLEADO.
       MOVE LOW-VALUE TO CER-CODIGO.
       START CERTIFICA-ARCHIVO
           KEY IS NOT LESS THAN CER-CLAVE
           INVALID KEY
               SET FIN-EMPLEADO TO TRUE
       END-START.
       PERFORM LISTAR-CERTIFICACION
       UNTIL FIN-EMPLEADO.
       IF WS-CERTIFICACIONES-EMPLEADO = ZERO
           DISPLAY "   (SIN CERTIFICACIONES REGISTRADAS)"
       END-IF.

       LISTAR-CERTIFICACION.
       READ CERTIFICA-ARCHIVO NEXT RECORD
           AT END
               SET FIN-EMPLEADO TO TRUE
       END-READ.
       IF NOT FIN-EMPLEADO
           IF CER-EMPLEADO NOT = EMPLEADOS-ID
               SET FIN-EMPLEADO TO TRUE
           ELSE
               PERFORM MOSTRAR-CERTIFICACION
               ADD 1 TO WS-CERTIFICACIONES-EMPLEADO
           END-IF
       END-IF.

       MOSTRAR-CERTIFICACION.
       MOVE CER-CODIGO TO LCO-CODIGO.
       PERFORM BUSCAR-CODIGO.
       IF CTT-HALLADO > ZERO
           MOVE CTT-DESCRIPCION(CTT-HALLADO) TO LCO-DESCRIPCION
       ELSE
           MOVE "(FUERA DE CATALOGO)" TO LCO-DESCRIPCION
       END-IF.
       MOVE CER-FECHA-EMISION TO LCO-EMISION.
       MOVE CER-FECHA-VENCE TO LCO-VENCE.
       IF CER-FECHA-VENCE < FECHA-HOY
           MOVE "VENCIDA" TO LCO-ESTADO
       ELSE
           MOVE "VIGENTE" TO LCO-ESTADO
       END-IF.
       MOVE CER-EMISOR TO LCO-EMISOR.
       DISPLAY LINEA-CONSULTA.

       GRABAR-AUDITORIA.
       MOVE "PROG0077" TO AUD-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE CER-CLAVE TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       END PROGRAM PROG0077.
