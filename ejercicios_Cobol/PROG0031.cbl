      * OBJETIVO:MANTENIMIENTO DEL MAESTRO DE OPERADORES               *
      *          (OPERADORES.DAT): ALTA, CAMBIO, BAJA Y LISTADO DE LOS *
      *          OPERADORES Y SU ROL (R=RECEPCION, C=CAPTURISTA,       *
      *          S=SUPERVISOR) Y DE SUS PERMISOS EN EL MAESTRO DE      *
      *          ACCESOS (ACCESOS.DAT). ESTE PROGRAMA NO ESTA EN EL    *
      *          MENU PRINCIPAL: LO CORRE DESDE CONSOLA SOLO EL        *
      *          PERSONAL DE OPERACIONES.                              *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   01/09/2026 - DEVCHRISAR - ALTA Y MODIFICACION ESTAMPAN LA    *
      *                 ARCHIVO Y PERDER TODAS LAS CUENTAS. EL         *
      *                 TRAZADO ANTERIOR SE CONVIERTE POR UNICA VEZ    *
      *                 CON PROG0054.                                  *
      *   15/10/2026 - DEVCHRISAR - SE AGREGA LA OPCION 6, PERMISOS DE *
      *                 UN OPERADOR (SALIR PASA A 7): DA O QUITA UNO A *
      *                 UNO LOS PERMISOS DEL MAESTRO DE ACCESOS        *
      *                 (ACCESOS.DAT) SOBRE CADA OPCION Y SUBOPCION    *
      *                 DEL SISTEMA, PARTIENDO DE LOS DEL ROL, Y CADA  *
      *                 CAMBIO QUEDA EN LA PISTA DE AUDITORIA. AL      *
      *                 BORRAR UN OPERADOR SE BORRAN SUS PERMISOS, Y   *
      *                 EL LISTADO MARCA A QUIEN TIENE PERMISOS        *
      *                 PROPIOS.                                       *
      *   15/10/2026 - DEVCHRISAR - EL DESBLOQUEO DE UNA CUENTA (POR   *
      *                 INTENTOS FALLIDOS O POR INACTIVIDAD, VER       *
      *                 PROG0062) SE ANOTA EN FIRMAS.DAT COMO          *
      *                 DESBLOQUEO, LO QUE REINICIA EL PLAZO DE 90     *
      *                 DIAS DE LA CUENTA.                             *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       RECORD KEY IS OPER-ID
       FILE STATUS IS OPERADORES-ESTADO.

       SELECT OPTIONAL ACCESOS-ARCHIVO
       ASSIGN TO "ACCESOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACC-OPER-ID
       FILE STATUS IS ACCESOS-ESTADO.

       SELECT OPTIONAL FIRMAS-ARCHIVO
       ASSIGN TO "FIRMAS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-ARCHIVO.
           COPY OPERADORES.

       FD ACCESOS-ARCHIVO.
           COPY ACCESOS.

       FD FIRMAS-ARCHIVO.
           01 FIRMAS-LINEA PIC X(40).

       WORKING-STORAGE SECTION.

       COPY ACCTABLA.

       COPY AUDITORIA.

       COPY AUDGRABA.

       COPY OPERACTUAL.

       01  OPERADORES-ESTADO PIC X(2).
           88 OPERADORES-OK        VALUE "00" "05".
           88 OPERADORES-NO-EXISTE VALUE "35".

       01  ACCESOS-ESTADO PIC X(2).
           88 ACCESOS-OK VALUE "00" "05".

       01  MAESTRO-ABIERTO-SW PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".

       01  ACCESOS-ABIERTO-SW PIC X VALUE "N".
           88 ACCESOS-ABIERTO VALUE "S".

       01  TIENE-ACCESOS-SW PIC X.
           88 TIENE-ACCESOS VALUE "S".

       01  IMAGEN-ANTERIOR PIC X(200).

       01  NUMERO-PERMISO PIC 9(2).
           88 FIN-PERMISOS VALUE ZERO.
       01  INDICE-PERMISO PIC 9(2).
       01  INDICE-ROL     PIC 9(2).

       01  LINEA-PERMISO.
           05 LPE-NUMERO PIC Z9.
           05 FILLER     PIC X(2) VALUE ". ".
           05 LPE-NOMBRE PIC X(30).
           05 LPE-ESTADO PIC X(10).

       01  ROL-VALIDO-SW PIC X.
           88 ROL-VALIDO VALUE "S".

              88 FIN-LISTA VALUE "S".

       01  FECHA-HOY PIC 9(8).
       01  HORA-ACTUAL PIC 9(8).

       01  LINEA-FIRMA.
           05 FIR-FECHA    PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-HORA     PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-OPERADOR PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 FIR-RESULTADO PIC X(10).

       01  OPCION-MENU PIC 9.
           88 OPCION-AGREGAR     VALUE 1.
           88 OPCION-BORRAR      VALUE 3.
           88 OPCION-LISTAR      VALUE 4.
           88 OPCION-DESBLOQUEAR VALUE 5.
           88 OPCION-PERMISOS    VALUE 6.
           88 OPCION-SALIR       VALUE 7.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       IF OPERADOR-ACTUAL = LOW-VALUE
           MOVE SPACE TO OPERADOR-ACTUAL
       END-IF.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM MOSTRAR-MENU
       UNTIL OPCION-SALIR.
       END-IF.
       IF OPERADORES-OK
           SET MAESTRO-ABIERTO TO TRUE
           PERFORM ABRIR-ACCESOS
       ELSE
           DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES "
               "(ESTADO " OPERADORES-ESTADO "). SI ES EL TRAZADO "
           SET OPCION-SALIR TO TRUE
       END-IF.

      * EL MAESTRO DE ACCESOS ES OPCIONAL: SI NO EXISTE SE CREA AL
      * ABRIRLO, Y MIENTRAS UN OPERADOR NO TENGA REGISTRO FIRMA CON
      * LOS PERMISOS DE SU ROL.
       ABRIR-ACCESOS.
       OPEN I-O ACCESOS-ARCHIVO.
       IF ACCESOS-OK
           SET ACCESOS-ABIERTO TO TRUE
       ELSE
           DISPLAY "AVISO: NO SE PUDO ABRIR EL MAESTRO DE ACCESOS "
               "(ESTADO " ACCESOS-ESTADO "); LA OPCION DE PERMISOS "
               "NO ESTARA DISPONIBLE."
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       IF MAESTRO-ABIERTO
           CLOSE OPERADORES-ARCHIVO
       END-IF.
       IF ACCESOS-ABIERTO
           CLOSE ACCESOS-ARCHIVO
       END-IF.

       MOSTRAR-MENU.
       DISPLAY "1. AGREGAR UN OPERADOR".
       DISPLAY "2. MODIFICAR UN OPERADOR".
       DISPLAY "3. BORRAR UN OPERADOR".
       DISPLAY "4. LISTAR OPERADORES".
       DISPLAY "5. DESBLOQUEAR UN OPERADOR (INTENTOS O INACTIVIDAD)".
       DISPLAY "6. PERMISOS DE UN OPERADOR".
       DISPLAY "7. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-AGREGAR
           PERFORM AGREGAR-OPERADOR
       IF OPCION-DESBLOQUEAR
           PERFORM DESBLOQUEAR-OPERADOR
       END-IF.
       IF OPCION-PERMISOS
           PERFORM PERMISOS-OPERADOR
       END-IF.

       AGREGAR-OPERADOR.
       MOVE SPACE TO OPERADORES-REGISTRO.
                       DISPLAY "NO SE PUDO DESBLOQUEAR EL OPERADOR."
                   NOT INVALID KEY
                       DISPLAY "CUENTA DESBLOQUEADA."
                       PERFORM GRABAR-DESBLOQUEO
               END-REWRITE
           END-IF
       END-IF.

      * EL DESBLOQUEO QUEDA EN EL REGISTRO DE FIRMAS: ES EVIDENCIA DE
      * QUIEN LIBERO LA CUENTA Y, PARA LA REVISION DE CUENTAS
      * INACTIVAS (PROG0062), REINICIA EL PLAZO DE INACTIVIDAD.
       GRABAR-DESBLOQUEO.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-ACTUAL FROM TIME.
       MOVE FECHA-HOY TO FIR-FECHA.
       MOVE HORA-ACTUAL(1:6) TO FIR-HORA.
       MOVE OPER-ID TO FIR-OPERADOR.
       MOVE "DESBLOQUEO" TO FIR-RESULTADO.
       OPEN EXTEND FIRMAS-ARCHIVO.
       WRITE FIRMAS-LINEA FROM LINEA-FIRMA.
       CLOSE FIRMAS-ARCHIVO.

      * AL BORRAR UN OPERADOR SE BORRAN TAMBIEN SUS PERMISOS, PARA
      * QUE UNA CLAVE REUTILIZADA NO HEREDE LOS DEL ANTERIOR.
       BORRAR-OPERADOR.
       DISPLAY "CLAVE DEL OPERADOR A BORRAR: ".
       ACCEPT OPER-ID.
       DELETE OPERADORES-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE NINGUN OPERADOR CON ESA CLAVE."
           NOT INVALID KEY
               PERFORM BORRAR-PERMISOS
       END-DELETE.

       BORRAR-PERMISOS.
       IF ACCESOS-ABIERTO
           MOVE OPER-ID TO ACC-OPER-ID
           READ ACCESOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCESOS-REGISTRO TO IMAGEN-ANTERIOR
                   DELETE ACCESOS-ARCHIVO
                       INVALID KEY
                           DISPLAY "NO SE PUDIERON BORRAR LOS "
                               "PERMISOS DEL OPERADOR."
                       NOT INVALID KEY
                           SET AUD-BAJA TO TRUE
                           MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                           MOVE SPACE TO AUD-IMAGEN-DESPUES
                           PERFORM GRABAR-AUDITORIA
                   END-DELETE
           END-READ
       END-IF.

      * LOS PERMISOS SE DAN O QUITAN DE UNO EN UNO Y CADA CAMBIO SE
      * GRABA Y SE AUDITA EN EL MOMENTO. UN OPERADOR SIN REGISTRO
      * ARRANCA CON LOS PERMISOS DE SU ROL; EL PRIMER CAMBIO CREA SU
      * REGISTRO Y DESDE ENTONCES EL ROL YA NO CUENTA PARA EL MENU.
       PERMISOS-OPERADOR.
       IF NOT ACCESOS-ABIERTO
           DISPLAY "EL MAESTRO DE ACCESOS NO ESTA DISPONIBLE."
       ELSE
           DISPLAY "CLAVE DEL OPERADOR: "
           ACCEPT OPER-ID
           READ OPERADORES-ARCHIVO
               INVALID KEY
                   DISPLAY "NO EXISTE NINGUN OPERADOR CON ESA CLAVE."
           END-READ
           IF OPERADORES-OK
               PERFORM LEER-PERMISOS
               MOVE 99 TO NUMERO-PERMISO
               PERFORM CAMBIAR-PERMISO
               UNTIL FIN-PERMISOS
           END-IF
       END-IF.

       LEER-PERMISOS.
       MOVE OPER-ID TO ACC-OPER-ID.
       MOVE "S" TO TIENE-ACCESOS-SW.
       READ ACCESOS-ARCHIVO
           INVALID KEY
               MOVE "N" TO TIENE-ACCESOS-SW
       END-READ.
       IF NOT TIENE-ACCESOS
           MOVE SPACE TO ACCESOS-REGISTRO
           MOVE OPER-ID TO ACC-OPER-ID
           MOVE ALL "N" TO ACC-PERMISOS
           MOVE ZERO TO ACC-FECHA-CAMBIO
           PERFORM BUSCAR-ROL
           VARYING INDICE-ROL FROM 1 BY 1
           UNTIL INDICE-ROL > 3
           DISPLAY "SIN PERMISOS PROPIOS; SE MUESTRAN LOS DEL ROL "
               OPER-ROL "."
       END-IF.

       BUSCAR-ROL.
       IF ROL-CODIGO(INDICE-ROL) = OPER-ROL
           MOVE ROL-PERMISOS(INDICE-ROL) TO ACC-PERMISOS
       END-IF.

       CAMBIAR-PERMISO.
       DISPLAY "PERMISOS DE " OPER-ID " " OPER-NOMBRE.
       PERFORM MOSTRAR-PERMISO
       VARYING INDICE-PERMISO FROM 1 BY 1
       UNTIL INDICE-PERMISO > TOTAL-PERMISOS.
       DISPLAY "NUMERO DE PERMISO A DAR O QUITAR (0 = TERMINAR): ".
       ACCEPT NUMERO-PERMISO.
       IF NOT FIN-PERMISOS
           IF NUMERO-PERMISO > TOTAL-PERMISOS
               DISPLAY "NUMERO DE PERMISO NO VALIDO."
           ELSE
               PERFORM INVERTIR-PERMISO
           END-IF
       END-IF.

       MOSTRAR-PERMISO.
       MOVE INDICE-PERMISO TO LPE-NUMERO.
       MOVE PERMISO-NOMBRE(INDICE-PERMISO) TO LPE-NOMBRE.
       IF ACC-PERMISO(INDICE-PERMISO) = "S"
           MOVE "PERMITIDO" TO LPE-ESTADO
       ELSE
           MOVE "NEGADO" TO LPE-ESTADO
       END-IF.
       DISPLAY LINEA-PERMISO.

       INVERTIR-PERMISO.
       MOVE ACCESOS-REGISTRO TO IMAGEN-ANTERIOR.
       IF ACC-PERMISO(NUMERO-PERMISO) = "S"
           MOVE "N" TO ACC-PERMISO(NUMERO-PERMISO)
       ELSE
           MOVE "S" TO ACC-PERMISO(NUMERO-PERMISO)
       END-IF.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO ACC-FECHA-CAMBIO.
       PERFORM OPERADOR-DEL-CAMBIO.
       MOVE AUD-OPERADOR TO ACC-OPERADOR-CAMBIO.
       IF TIENE-ACCESOS
           REWRITE ACCESOS-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PERMISO."
                   MOVE IMAGEN-ANTERIOR TO ACCESOS-REGISTRO
               NOT INVALID KEY
                   SET AUD-CAMBIO TO TRUE
                   MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTES
                   MOVE ACCESOS-REGISTRO TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
           END-REWRITE
       ELSE
           WRITE ACCESOS-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL PERMISO."
                   MOVE IMAGEN-ANTERIOR TO ACCESOS-REGISTRO
               NOT INVALID KEY
                   SET TIENE-ACCESOS TO TRUE
                   SET AUD-ALTA TO TRUE
                   MOVE SPACE TO AUD-IMAGEN-ANTES
                   MOVE ACCESOS-REGISTRO TO AUD-IMAGEN-DESPUES
                   PERFORM GRABAR-AUDITORIA
           END-WRITE
       END-IF.

      * ESTE PROGRAMA CORRE DESDE CONSOLA; SI NADIE FIRMO EN EL MENU
      * PRINCIPAL EL CAMBIO QUEDA A NOMBRE DE LA CONSOLA.
       OPERADOR-DEL-CAMBIO.
       IF OPERADOR-ID-ACTUAL = SPACE
           MOVE "CONSOLA" TO AUD-OPERADOR
       ELSE
           MOVE OPERADOR-ID-ACTUAL TO AUD-OPERADOR
       END-IF.

       GRABAR-AUDITORIA.
       MOVE "PROG0031" TO AUD-PROGRAMA.
       PERFORM OPERADOR-DEL-CAMBIO.
       MOVE SPACE TO AUD-APROBADOR.
       MOVE OPER-ID TO AUD-CLAVE.
       MOVE AUDITORIA-REGISTRO TO AGR-REGISTRO.
       CALL "PROG0056".

       SOLICITAR-ROL.
       MOVE "N" TO ROL-VALIDO-SW.
       PERFORM VALIDAR-ROL
           AT END
               SET FIN-LISTA TO TRUE
           NOT AT END
               PERFORM MARCAR-PERMISOS
               IF OPERADOR-BLOQUEADO
                   DISPLAY OPER-ID " " OPER-NOMBRE " ROL: " OPER-ROL
                       " [BLOQUEADO]" LPE-ESTADO
               ELSE
                   DISPLAY OPER-ID " " OPER-NOMBRE " ROL: " OPER-ROL
                       LPE-ESTADO
               END-IF
       END-READ.

      * EL LISTADO MARCA A QUIEN TIENE PERMISOS PROPIOS, PORQUE A ESE
      * OPERADOR YA NO LE APLICAN LOS DE SU ROL.
       MARCAR-PERMISOS.
       MOVE SPACE TO LPE-ESTADO.
       IF ACCESOS-ABIERTO
           MOVE OPER-ID TO ACC-OPER-ID
           READ ACCESOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE " [PROPIOS]" TO LPE-ESTADO
           END-READ
       END-IF.

       END PROGRAM PROG0031.
