      *                 OPERADOR TIENE EL REGISTRO SE AVISA EN VEZ DE   *
      *                 PISARSE LOS CAMBIOS. DOS PERSONAS PUEDEN        *
      *                 CAPTURAR A LA VEZ.                              *
      *   15/10/2026 - DEVCHRISAR - LA PISTA DE AUDITORIA YA NO SE     *
      *                 ESCRIBE AQUI: EL REGISTRO SE ENTREGA AL        *
      *                 GRABADOR COMUN (PROG0056, AREA AUDGRABA), QUE  *
      *                 LE PONE FECHA, HORA, NUMERO DE SECUENCIA Y     *
      *                 VERIFICADOR ENCADENADO ANTES DE AGREGARLO A    *
      *                 AUDITLOG.DAT.                                  *
      *   15/10/2026 - DEVCHRISAR - LA BAJA DE UN EMPLEADO YA NO SE    *
      *                 APLICA AL MOMENTO: SE REGISTRA COMO SOLICITUD  *
      *                 PENDIENTE (PROG0058, AREA PENDGRABA) CON LA    *
      *                 FECHA DE BAJA Y LA IMAGEN DEL REGISTRO, Y LA   *
      *                 APLICA OTRO SUPERVISOR AL APROBARLA EN         *
      *                 PROG0059.                                      *
      *   15/10/2026 - DEVCHRISAR - LAS OPCIONES DEL MENU YA NO SE     *
      *                 RECORTAN POR ROL SINO POR LOS PERMISOS DEL     *
      *                 OPERADOR (ALTAS, MODIFICAR, BAJAS,             *
      *                 REINCORPORAR Y CONTACTOS POR SEPARADO),        *
      *                 TOMADOS DEL MAESTRO DE ACCESOS AL FIRMAR EN    *
      *                 PROG0022.                                      *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA AL MENU LA OPCION DE     *
      *                 LICENCIAS Y AUSENCIAS JUSTIFICADAS, QUE LLAMA  *
      *                 AL MANTENIMIENTO PROG0065 (LICENCIAS.DAT) CON  *
      *                 SU PROPIO PERMISO EN EL MAESTRO DE ACCESOS; LA *
      *                 SALIDA PASA A SER LA OPCION 7.                 *
      *   15/10/2026 - DEVCHRISAR - CADA ALTA, CAMBIO DE DEPARTAMENTO  *
      *                 O PUESTO Y REINCORPORACION SE REGISTRA EN EL   *
      *                 HISTORIAL DE PUESTOS (PUESTOHIST.DAT) VIA EL   *
      *                 GRABADOR PROG0069 (AREA PHGRABA); UN CAMBIO DE *
      *                 DEPARTAMENTO O PUESTO PIDE LA FECHA EN QUE     *
      *                 RIGE.                                          *
      *   15/10/2026 - DEVCHRISAR - ANTES DE CONFIRMAR UN ALTA O UNA   *
      *                 REINCORPORACION SE AVISA SI EL EMPLEADO        *
      *                 DEJARIA AL DEPARTAMENTO O AL PUESTO POR ENCIMA *
      *                 DE LAS PLAZAS AUTORIZADAS (PLAZAS.DAT), SEGUN  *
      *                 EL CONTROL DE PLANTILLA PROG0074 (AREA         *
      *                 PLAZACTL). EL AVISO NO IMPIDE GRABAR.          *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA AL MENU LA OPCION DE     *
      *                 CAPACITACION Y CERTIFICACIONES, QUE LLAMA AL   *
      *                 MANTENIMIENTO PROG0077 (CERTIFICA.DAT) CON SU  *
      *                 PROPIO PERMISO EN EL MAESTRO DE ACCESOS; LA    *
      *                 SALIDA PASA A SER LA OPCION 8.                 *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA AL MENU LA OPCION DE     *
      *                 VISITAS ANUNCIADAS, QUE LLAMA AL MANTENIMIENTO *
      *                 PROG0079 (VISITAS.DAT) CON SU PROPIO PERMISO   *
      *                 EN EL MAESTRO DE ACCESOS; LA SALIDA PASA A SER *
      *                 LA OPCION 9.                                   *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       LOCK MODE IS MANUAL WITH LOCK ON RECORD
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL DEPTOS-ARCHIVO
       ASSIGN TO "DEPTOS.DAT"
       ORGANIZATION IS INDEXED
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD DEPTOS-ARCHIVO.
           COPY DEPARTAMENTOS.


       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY PENDGRABA.

       COPY OPERACTUAL.

       COPY PHGRABA.

       COPY PLAZACTL.

       01  IMAGEN-ANTERIOR PIC X(200).

      * DEPARTAMENTO Y PUESTO LEIDOS ANTES DE LA MODIFICACION; SI
      * CAMBIAN SE PIDE LA FECHA EN QUE RIGE EL CAMBIO PARA EL
      * HISTORIAL DE PUESTOS (PUESTOHIST.DAT, VER PROG0069).
       01  PUESTO-ANTERIOR.
           05 ANT-DEPARTAMENTO PIC X(4).
           05 ANT-PUESTO       PIC X(20).

       01  CAMBIO-PUESTO-SW PIC X.
           88 CAMBIO-PUESTO VALUE "S".

       01  FECHA-CAMBIO PIC 9(8).

       01  IDENTIFICADOR PIC X(36)
           VALUE "Introduce un ID del nuevo empleado: ".
           VALUE "Introduce la fecha de alta AAAAMMDD: ".
       01  FECHA-BAJA PIC X(36)
           VALUE "Introduce la fecha de baja AAAAMMDD: ".
       01  FECHA-EFECTIVA PIC X(36)
           VALUE "Fecha efectiva del cambio AAAAMMDD: ".

       01  SI-NO PIC X.

           88 OPCION-BAJA         VALUE 3.
           88 OPCION-REINCORPORAR VALUE 4.
           88 OPCION-CONTACTOS    VALUE 5.
           88 OPCION-LICENCIAS    VALUE 6.
           88 OPCION-CERTIFICA    VALUE 7.
           88 OPCION-VISITAS      VALUE 8.
           88 OPCION-SALIR        VALUE 9.

       01  PERMISO-OPCION-SW PIC X.
           88 PERMISO-OPCION VALUE "S".

       SCREEN SECTION.
       01  PANTALLA-EMPLEADO.
       MAIN-LOGIC SECTION.
      * EL AREA EXTERNA DEL OPERADOR NACE EN LOW-VALUES CUANDO NADIE
      * HA FIRMADO (CORRIDA DE CONSOLA SIN MENU); SE NORMALIZA A
      * ESPACIOS PARA QUE EL RECORTE POR PERMISOS Y EL SELLO DE
      * AUDITORIA LA TRATEN COMO CORRIDA SIN RESTRICCION (TODOS LOS
      * PERMISOS). LA OPCION DEL MENU SE REINICIA EN CADA LLAMADA: EL
      * MENU PRINCIPAL LLAMA A ESTE PROGRAMA VARIAS VECES EN LA MISMA
      * UNIDAD DE CORRIDA Y SIN EL REINICIO LA SALIDA ANTERIOR SEGUIRIA
      * ACTIVA (EL MISMO DEFECTO YA CORREGIDO EN PROGBMI).
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       IF OPERADOR-ID-ACTUAL = SPACE
           MOVE ALL "S" TO OPERADOR-PERMISOS
       END-IF.
       MOVE ZERO TO OPCION-MENU.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM MOSTRAR-MENU
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       SET PLC-CARGAR TO TRUE.
       CALL "PROG0074".
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF NOT EMPLEADOS-OK
           OPEN OUTPUT EMPLEADOS-ARCHIVO
           CLOSE DEPTOS-ARCHIVO
       END-IF.

      * CADA OPCION SE OFRECE SEGUN LOS PERMISOS DEL OPERADOR
      * (MAESTRO DE ACCESOS, CARGADO AL FIRMAR EN PROG0022). SI EL
      * AREA DEL OPERADOR VIENE EN BLANCO (CORRIDA DE CONSOLA, SIN
      * MENU) NO SE RECORTA.
       MOSTRAR-MENU.
       MOVE "N" TO PERMISO-OPCION-SW.
       IF PERMITE-EMP-ALTA
           DISPLAY "1. AGREGAR UN EMPLEADO"
       END-IF.
       IF PERMITE-EMP-CAMBIO
           DISPLAY "2. MODIFICAR UN EMPLEADO"
       END-IF.
       IF PERMITE-EMP-BAJA
           DISPLAY "3. DAR DE BAJA UN EMPLEADO (REQUIERE APROBACION)"
       END-IF.
       IF PERMITE-EMP-REINGRESO
           DISPLAY "4. REINCORPORAR UN EMPLEADO"
       END-IF.
       IF PERMITE-EMP-CONTACTOS
           DISPLAY "5. CONTACTOS DE EMERGENCIA"
       END-IF.
       IF PERMITE-EMP-LICENCIAS
           DISPLAY "6. LICENCIAS Y AUSENCIAS JUSTIFICADAS"
       END-IF.
       IF PERMITE-EMP-CERTIFICA
           DISPLAY "7. CAPACITACION Y CERTIFICACIONES"
       END-IF.
       IF PERMITE-EMP-VISITAS
           DISPLAY "8. VISITAS ANUNCIADAS"
       END-IF.
       DISPLAY "9. SALIR".
       ACCEPT OPCION-MENU.
       EVALUATE TRUE
           WHEN OPCION-AGREGAR AND PERMITE-EMP-ALTA
           WHEN OPCION-MODIFICAR AND PERMITE-EMP-CAMBIO
           WHEN OPCION-BAJA AND PERMITE-EMP-BAJA
           WHEN OPCION-REINCORPORAR AND PERMITE-EMP-REINGRESO
           WHEN OPCION-CONTACTOS AND PERMITE-EMP-CONTACTOS
           WHEN OPCION-LICENCIAS AND PERMITE-EMP-LICENCIAS
           WHEN OPCION-CERTIFICA AND PERMITE-EMP-CERTIFICA
           WHEN OPCION-VISITAS AND PERMITE-EMP-VISITAS
           WHEN OPCION-SALIR
               SET PERMISO-OPCION TO TRUE
       END-EVALUATE.
       IF NOT PERMISO-OPCION
           DISPLAY "OPCION NO PERMITIDA PARA TU CLAVE."
           MOVE ZERO TO OPCION-MENU
       END-IF.
       IF OPCION-AGREGAR
       IF OPCION-CONTACTOS
           CALL "PROG0043"
       END-IF.
       IF OPCION-LICENCIAS
           CALL "PROG0065"
       END-IF.
       IF OPCION-CERTIFICA
           CALL "PROG0077"
       END-IF.
       IF OPCION-VISITAS
           CALL "PROG0079"
       END-IF.

       AGREGAR-REGISTROS.
       PERFORM SOLICITAR-ID.
       ACCEPT PANTALLA-EMPLEADO.
       PERFORM VALIDAR-PANTALLA.
       IF MENSAJE-PANTALLA = SPACE
           IF OPCION-AGREGAR
               MOVE CAP-DEPARTAMENTO TO PLC-DEPARTAMENTO
               MOVE CAP-PUESTO TO PLC-PUESTO
               PERFORM AVISAR-PLAZAS
           END-IF
           PERFORM CONFIRMAR-PANTALLA
       END-IF.

               MOVE SPACE TO AUD-IMAGEN-ANTES
               MOVE EMPLEADOS-REGISTRO TO AUD-IMAGEN-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE EMPLEADOS-FECHA-ALTA TO FECHA-CAMBIO
               PERFORM GRABAR-HISTORIAL-PUESTO
               PERFORM SUMAR-PLAZA
       END-WRITE.

       MODIFICAR-REGISTRO.
       END-IF.
       IF EMPLEADOS-OK
           MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTERIOR
           MOVE EMPLEADOS-DEPARTAMENTO TO ANT-DEPARTAMENTO
           MOVE EMPLEADOS-PUESTO TO ANT-PUESTO
           PERFORM CARGAR-CAPTURA
           PERFORM CAPTURAR-EN-PANTALLA
           IF CAPTURA-OK
               PERFORM ARMAR-CAMPOS-COMUNES
               MOVE "N" TO CAMBIO-PUESTO-SW
               IF EMPLEADOS-DEPARTAMENTO NOT = ANT-DEPARTAMENTO
                   OR EMPLEADOS-PUESTO NOT = ANT-PUESTO
                   SET CAMBIO-PUESTO TO TRUE
                   PERFORM SOLICITAR-FECHA-EFECTIVA
               END-IF
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MODIFICAR EL REGISTRO."
                       MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                       MOVE EMPLEADOS-REGISTRO TO AUD-IMAGEN-DESPUES
                       PERFORM GRABAR-AUDITORIA
                       IF CAMBIO-PUESTO
                           PERFORM GRABAR-HISTORIAL-PUESTO
                       END-IF
               END-REWRITE
           ELSE
               UNLOCK EMPLEADOS-ARCHIVO
           ELSE
               MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTERIOR
               PERFORM SOLICITAR-FECHA-BAJA
               PERFORM SOLICITAR-APROBACION-BAJA
               UNLOCK EMPLEADOS-ARCHIVO
           END-IF
       END-IF.

      * LA TERMINACION NO SE APLICA AQUI: QUEDA COMO SOLICITUD
      * PENDIENTE (PROG0058) CON LA IMAGEN DEL REGISTRO TAL COMO SE
      * LEYO, Y LA APLICA OTRO SUPERVISOR AL APROBARLA EN PROG0059.
       SOLICITAR-APROBACION-BAJA.
       MOVE SPACE TO SOLICITUD-GRABACION.
       SET SOL-TERMINACION TO TRUE.
       MOVE EMPLEADOS-ID TO SOL-CLAVE.
       MOVE EMPLEADOS-FECHA-BAJA TO SOL-DATO.
       MOVE OPERADOR-ID-ACTUAL TO SOL-SOLICITANTE.
       MOVE IMAGEN-ANTERIOR TO SOL-IMAGEN.
       CALL "PROG0058".
       EVALUATE TRUE
           WHEN SOL-REGISTRADA
               DISPLAY "BAJA REGISTRADA CON FOLIO " SOL-FOLIO
               DISPLAY "QUEDA PENDIENTE HASTA QUE OTRO SUPERVISOR "
                   "LA APRUEBE."
           WHEN SOL-YA-PENDIENTE
               DISPLAY "YA HAY UNA BAJA PENDIENTE DE APROBAR PARA "
                   "ESTE EMPLEADO, FOLIO " SOL-FOLIO
           WHEN OTHER
               DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD DE BAJA."
       END-EVALUATE.

       SOLICITAR-FECHA-BAJA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-FECHA-BAJA
           ELSE
               MOVE EMPLEADOS-REGISTRO TO IMAGEN-ANTERIOR
               PERFORM SOLICITAR-FECHA-ALTA
               MOVE EMPLEADOS-DEPARTAMENTO TO PLC-DEPARTAMENTO
               MOVE EMPLEADOS-PUESTO TO PLC-PUESTO
               PERFORM AVISAR-PLAZAS
               SET EMPLEADO-ACTIVO TO TRUE
               MOVE ZERO TO EMPLEADOS-FECHA-BAJA
               REWRITE EMPLEADOS-REGISTRO
                       MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                       MOVE EMPLEADOS-REGISTRO TO AUD-IMAGEN-DESPUES
                       PERFORM GRABAR-AUDITORIA
                       MOVE EMPLEADOS-FECHA-ALTA TO FECHA-CAMBIO
                       PERFORM GRABAR-HISTORIAL-PUESTO
                       PERFORM SUMAR-PLAZA
               END-REWRITE
           END-IF
       END-IF.

      * LA FECHA EFECTIVA DE UN CAMBIO DE DEPARTAMENTO O PUESTO NO
      * PUEDE SER ANTERIOR A LA FECHA DE ALTA DEL EMPLEADO.
       SOLICITAR-FECHA-EFECTIVA.
       MOVE "N" TO FECHA-VALIDA-SW.
       PERFORM VALIDAR-FECHA-EFECTIVA
       UNTIL FECHA-VALIDA.

       VALIDAR-FECHA-EFECTIVA.
       DISPLAY FECHA-EFECTIVA " ? ".
       ACCEPT FECHA-TRABAJO.
       PERFORM VALIDAR-FECHA.
       IF FECHA-VALIDA
           AND FECHA-TRABAJO < EMPLEADOS-FECHA-ALTA
           MOVE "N" TO FECHA-VALIDA-SW
       END-IF.
       IF FECHA-VALIDA
           MOVE FECHA-TRABAJO TO FECHA-CAMBIO
       ELSE
           DISPLAY "FECHA NO VALIDA O ANTERIOR AL ALTA, USAR AAAAMMDD."
       END-IF.

      * CADA ALTA, CAMBIO DE DEPARTAMENTO O PUESTO Y REINCORPORACION
      * ABRE UNA ASIGNACION EN EL HISTORIAL DE PUESTOS (PROG0069)
      * DESDE FECHA-CAMBIO.
       GRABAR-HISTORIAL-PUESTO.
       MOVE SPACE TO PUESTO-GRABACION.
       SET PHG-ASIGNAR TO TRUE.
       MOVE EMPLEADOS-ID TO PHG-EMPLEADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO PHG-DEPARTAMENTO.
       MOVE EMPLEADOS-PUESTO TO PHG-PUESTO.
       MOVE FECHA-CAMBIO TO PHG-FECHA-EFECTIVA.
       MOVE "PROG0020" TO PHG-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO PHG-OPERADOR.
       CALL "PROG0069".
       IF PHG-FALLIDO
           DISPLAY "AVISO: NO SE PUDO GRABAR EL HISTORIAL DE PUESTOS."
       END-IF.

      * AVISO DE PLANTILLA (PROG0074) ANTES DE CONFIRMAR UN ALTA O
      * UNA REINCORPORACION: SOLO INFORMA, NO IMPIDE GRABAR.
       AVISAR-PLAZAS.
       SET PLC-VERIFICAR TO TRUE.
       CALL "PROG0074".
       EVALUATE TRUE
           WHEN PLC-EXCEDE-DEPTO
               DISPLAY "AVISO: EL DEPARTAMENTO " PLC-DEPARTAMENTO
                   " QUEDARIA CON " PLC-OCU-DEPTO " EMPLEADOS PARA "
                   PLC-AUT-DEPTO " PLAZAS AUTORIZADAS."
           WHEN PLC-EXCEDE-PUESTO
               DISPLAY "AVISO: EL PUESTO " PLC-PUESTO " DE "
                   PLC-DEPARTAMENTO " QUEDARIA CON " PLC-OCU-PUESTO
                   " EMPLEADOS PARA " PLC-AUT-PUESTO " PLAZAS."
       END-EVALUATE.

       SUMAR-PLAZA.
       SET PLC-SUMAR TO TRUE.
       MOVE EMPLEADOS-DEPARTAMENTO TO PLC-DEPARTAMENTO.
       MOVE EMPLEADOS-PUESTO TO PLC-PUESTO.
       CALL "PROG0074".

       GRABAR-AUDITORIA.
       MOVE "PROG0020" TO AUD-PROGRAMA.
       MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE EMPLEADOS-ID TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       REINICIAR.
       DISPLAY "�Desea almacenar otro registro en la base de datos?".
