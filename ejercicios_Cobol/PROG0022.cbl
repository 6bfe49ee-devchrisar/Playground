      *                 PROG0054 (LAS CUENTAS CONVERTIDAS QUEDAN CON   *
      *                 CONTRASENA VENCIDA Y LA PRIMERA FIRMA OBLIGA   *
      *                 A CAMBIARLA).                                  *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA PARA EL SUPERVISOR LA    *
      *                 OPCION 8, APROBAR SOLICITUDES PENDIENTES       *
      *                 (PROG0059): LA TERMINACION DE EMPLEADOS, EL    *
      *                 BORRADO DE JUEGOS Y LA DEPURACION LOS APRUEBA  *
      *                 UN SEGUNDO SUPERVISOR FIRMADO CON SU PROPIA    *
      *                 CLAVE. SALIR PASA A SER LA OPCION 9.           *
      *   15/10/2026 - DEVCHRISAR - EL MENU YA NO SE RECORTA POR ROL   *
      *                 SINO POR LOS PERMISOS DEL OPERADOR: AL FIRMAR  *
      *                 SE CARGAN DEL MAESTRO DE ACCESOS (ACCESOS.DAT, *
      *                 MANTENIDO EN PROG0031) AL AREA OPERACTUAL, Y   *
      *                 SI EL OPERADOR NO TIENE REGISTRO RECIBE LOS    *
      *                 QUE SU ROL DABA HASTA AHORA. PROG0020 Y LOS    *
      *                 PROGRAMAS DE BEISBOL CONSULTAN LOS MISMOS      *
      *                 PERMISOS.                                      *
      *   15/10/2026 - DEVCHRISAR - DESPUES DE UNA FIRMA CORRECTA SE   *
      *                 MUESTRA EL TABLERO DE ALERTAS DE OPERACION     *
      *                 (PROG0064) ANTES DEL MENU, Y EL BLOQUEO DE UNA *
      *                 CUENTA POR INTENTOS FALLIDOS DEJA SU ALERTA    *
      *                 (PROG0063).                                    *
      *   15/10/2026 - DEVCHRISAR - LA GESTION DE EMPLEADOS SE OFRECE  *
      *                 TAMBIEN A QUIEN SOLO TIENE PERMISO DE          *
      *                 LICENCIAS, CERTIFICACIONES O VISITAS           *
      *                 ANUNCIADAS (EL ROL R LO TIENE DE VISITAS PARA  *
      *                 ANUNCIAR VISITAS DE CUALQUIER EMPLEADO ACTIVO; *
      *                 CADA VISITA GUARDA QUIEN LA CAPTURO).          *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS OPER-ID
       FILE STATUS IS OPERADORES-ESTADO.

       SELECT OPTIONAL ACCESOS-ARCHIVO
       ASSIGN TO "ACCESOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS ACC-OPER-ID
       FILE STATUS IS ACCESOS-ESTADO.

       SELECT OPTIONAL FIRMAS-ARCHIVO
       ASSIGN TO "FIRMAS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.
       FD OPERADORES-ARCHIVO.
           COPY OPERADORES.

       FD ACCESOS-ARCHIVO.
           COPY ACCESOS.

       FD FIRMAS-ARCHIVO.
           01 FIRMAS-LINEA PIC X(40).


       COPY OPERACTUAL.

       COPY ACCTABLA.

       COPY ALEGRABA.

       01  OPERADORES-ESTADO PIC X(2).
           88 OPERADORES-OK VALUE "00".

       01  ACCESOS-ESTADO PIC X(2).
           88 ACCESOS-OK VALUE "00" "05".

       01  INDICE-ROL PIC 9(2).

       01  FIRMA-AREA.
           05 FIRMA-ID        PIC X(8).
           05 FIRMA-PASSWORD  PIC X(8).
           88 OPCION-CONSULTAR-BEISBOL VALUE 5.
           88 OPCION-RESUMEN-BEISBOL   VALUE 6.
           88 OPCION-MANTENER-BEISBOL  VALUE 7.
           88 OPCION-APROBAR-PENDIENTES VALUE 8.
           88 OPCION-SALIR             VALUE 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       PERFORM FIRMAR-OPERADOR.
       IF FIRMA-OK
           CALL "PROG0064"
           PERFORM MOSTRAR-MENU
           UNTIL OPCION-SALIR
       END-IF.
       MOVE "S" TO FIRMA-OK-SW.
       MOVE OPER-ID TO OPERADOR-ID-ACTUAL.
       MOVE OPER-ROL TO OPERADOR-ROL-ACTUAL.
       PERFORM CARGAR-PERMISOS.
       MOVE "OK" TO FIRMA-RESULTADO.
       PERFORM GRABAR-FIRMA.
       DISPLAY "BIENVENIDO, " OPER-NOMBRE.

      * LOS PERMISOS SALEN DEL MAESTRO DE ACCESOS; SIN REGISTRO (O
      * SIN MAESTRO) EL OPERADOR RECIBE LOS DE SU ROL, Y UN ROL
      * DESCONOCIDO NO RECIBE NINGUNO.
       CARGAR-PERMISOS.
       MOVE ALL "N" TO OPERADOR-PERMISOS.
       MOVE OPER-ID TO ACC-OPER-ID.
       OPEN INPUT ACCESOS-ARCHIVO.
       IF ACCESOS-OK
           READ ACCESOS-ARCHIVO
               INVALID KEY
                   PERFORM PERMISOS-DEL-ROL
               NOT INVALID KEY
                   MOVE ACC-PERMISOS TO OPERADOR-PERMISOS
           END-READ
           CLOSE ACCESOS-ARCHIVO
       ELSE
           PERFORM PERMISOS-DEL-ROL
       END-IF.

       PERMISOS-DEL-ROL.
       PERFORM BUSCAR-ROL
       VARYING INDICE-ROL FROM 1 BY 1
       UNTIL INDICE-ROL > 3.

       BUSCAR-ROL.
       IF ROL-CODIGO(INDICE-ROL) = OPER-ROL
           MOVE ROL-PERMISOS(INDICE-ROL) TO OPERADOR-PERMISOS
       END-IF.

      * AL TERCER INTENTO FALLIDO CONSECUTIVO LA CUENTA SE BLOQUEA Y
      * SOLO UN SUPERVISOR LA LIBERA EN PROG0031.
       RECHAZAR-FIRMA.
           DISPLAY "CLAVE O CONTRASENA INCORRECTA; LA CUENTA "
               "QUEDA BLOQUEADA."
           MOVE "BLOQUEO" TO FIRMA-RESULTADO
           PERFORM ALERTAR-BLOQUEO
       ELSE
           DISPLAY "CLAVE O CONTRASENA INCORRECTA."
           MOVE "FALLIDA" TO FIRMA-RESULTADO
       END-REWRITE.
       PERFORM GRABAR-FIRMA.

       ALERTAR-BLOQUEO.
       MOVE "PROG0022" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "CUENTA " OPER-ID DELIMITED BY SPACE
           " BLOQUEADA POR 3 INTENTOS DE FIRMA FALLIDOS"
           DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

      * LA CONTRASENA VENCE A LOS 3 MESES DEL ULTIMO CAMBIO; EL DIA
      * SE TOPA EN 28 PARA NO CAER EN UN DIA INEXISTENTE DEL MES
      * DESTINO. UNA FECHA EN CERO (REGISTRO VIEJO O ALTA SIN FECHA)
       WRITE FIRMAS-LINEA FROM LINEA-FIRMA.
       CLOSE FIRMAS-ARCHIVO.

      * CADA OPCION SE OFRECE SOLO SI EL OPERADOR TIENE SU PERMISO;
      * LA GESTION DE EMPLEADOS APARECE CON CUALQUIERA DE SUS
      * SUBOPCIONES Y PROG0020 RECORTA EL RESTO.
       MOSTRAR-MENU.
       DISPLAY "------------------------------------------------".
       DISPLAY "MENU PRINCIPAL - OPERADOR: " OPERADOR-ID-ACTUAL.
       IF PERMITE-ENTRADA
           DISPLAY "1. REGISTRO DE ENTRADA"
       END-IF.
       IF PERMITE-BMI
           DISPLAY "2. CALCULAR BMI"
       END-IF.
       IF PERMITE-EMP-ALTA OR PERMITE-EMP-CAMBIO OR PERMITE-EMP-BAJA
           OR PERMITE-EMP-REINGRESO OR PERMITE-EMP-CONTACTOS
           OR PERMITE-EMP-LICENCIAS OR PERMITE-EMP-CERTIFICA
           OR PERMITE-EMP-VISITAS
           DISPLAY "3. GESTION DE EMPLEADOS"
       END-IF.
       IF PERMITE-BEIS-CARGA
           DISPLAY "4. CARGAR INDICE DE JUEGOS DE BEISBOL"
       END-IF.
       IF PERMITE-BEIS-CONSULTA
           DISPLAY "5. CONSULTAR JUEGOS DE BEISBOL"
       END-IF.
       IF PERMITE-BEIS-RESUMEN
           DISPLAY "6. RESUMEN DE TEMPORADA DE BEISBOL"
       END-IF.
       IF PERMITE-BEIS-MANTTO
           DISPLAY "7. MANTENIMIENTO DE JUEGOS DE BEISBOL"
       END-IF.
       IF PERMITE-APROBAR
           DISPLAY "8. APROBAR SOLICITUDES PENDIENTES"
       END-IF.
       DISPLAY "9. SALIR".
       DISPLAY "------------------------------------------------".
       ACCEPT OPCION-MENU.
       PERFORM EJECUTAR-OPCION.

       EJECUTAR-OPCION.
       IF (OPCION-REGISTRO-ENTRADA AND NOT PERMITE-ENTRADA)
           OR (OPCION-CALCULAR-BMI AND NOT PERMITE-BMI)
           OR (OPCION-GESTION-EMPLEADOS
               AND NOT PERMITE-EMP-ALTA AND NOT PERMITE-EMP-CAMBIO
               AND NOT PERMITE-EMP-BAJA AND NOT PERMITE-EMP-REINGRESO
               AND NOT PERMITE-EMP-CONTACTOS
               AND NOT PERMITE-EMP-LICENCIAS
               AND NOT PERMITE-EMP-CERTIFICA
               AND NOT PERMITE-EMP-VISITAS)
           OR (OPCION-CARGAR-BEISBOL AND NOT PERMITE-BEIS-CARGA)
           OR (OPCION-CONSULTAR-BEISBOL AND NOT PERMITE-BEIS-CONSULTA)
           OR (OPCION-RESUMEN-BEISBOL AND NOT PERMITE-BEIS-RESUMEN)
           OR (OPCION-MANTENER-BEISBOL AND NOT PERMITE-BEIS-MANTTO)
           OR (OPCION-APROBAR-PENDIENTES AND NOT PERMITE-APROBAR)
           DISPLAY "OPCION NO PERMITIDA PARA TU CLAVE."
           MOVE ZERO TO OPCION-MENU
       END-IF.
       IF OPCION-REGISTRO-ENTRADA
       IF OPCION-MANTENER-BEISBOL
           CALL "MAINTAININDEXFILE"
       END-IF.
       IF OPCION-APROBAR-PENDIENTES
           CALL "PROG0059"
       END-IF.

       END PROGRAM PROG0022.
