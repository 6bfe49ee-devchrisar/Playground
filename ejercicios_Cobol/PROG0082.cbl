       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0082.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:PASE DE LISTA DE EVACUACION EN EL PUNTO DE REUNION.    *
      *          ABRE UN SIMULACRO O INCIDENTE NUMERADO (SIMULACROS.DAT)*
      *          CARGANDO A QUIEN ESTA EN SITIO EN ESE MOMENTO, CON LA  *
      *          MISMA REGLA QUE LA LISTA DE EVACUACION (PROG0041):     *
      *          ENTRADA DE HOY EN SIGNIN.DAT SIN SALIDA POSTERIOR.     *
      *          CADA PERSONA QUEDA EN PASELISTA.DAT CON UN NUMERO DE   *
      *          RENGLON; EL JEFE DE BRIGADA MARCA POR ESE NUMERO A     *
      *          QUIEN YA ESTA LOCALIZADO, E IMPRIME (FALTANTES.PRT) A  *
      *          QUIEN SIGUE SIN LOCALIZAR CON SUS CONTACTOS DE         *
      *          EMERGENCIA (CONTACTOS.DAT) O, SI ES VISITANTE, CON SU  *
      *          ANFITRION. CUANDO LA ULTIMA PERSONA SE LOCALIZA QUEDA  *
      *          LA HORA DE LOCALIZACION COMPLETA; AL TERMINAR SE       *
      *          CIERRA EL SIMULACRO Y LO QUE QUEDA ES LA HISTORIA QUE  *
      *          USA EL INFORME DE SIMULACROS (PROG0083). SE CORRE A    *
      *          DEMANDA, SIN PASAR POR EL MENU, COMO PROG0041.         *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL SIMULACROS-ARCHIVO
       ASSIGN TO "SIMULACROS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SIM-NUMERO
       FILE STATUS IS SIMULACROS-ESTADO.

       SELECT OPTIONAL PASELISTA-ARCHIVO
       ASSIGN TO "PASELISTA.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAS-CLAVE
       FILE STATUS IS PASELISTA-ESTADO.

       SELECT OPTIONAL REGISTRO-ENTRADA
       ASSIGN TO "SIGNIN.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTACTOS-ARCHIVO
       ASSIGN TO "CONTACTOS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CON-CLAVE
       FILE STATUS IS CONTACTOS-ESTADO.

       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO EMPLEADOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT ORDENADO-ARCHIVO
       ASSIGN TO "PASELISTA.SRT".

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "FALTANTES.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SIMULACROS-ARCHIVO.
           COPY SIMULACROS.

       FD PASELISTA-ARCHIVO.
           COPY PASELISTA.

       FD REGISTRO-ENTRADA.
       01 REGISTRO-ENTRADA-LINEA.
           05 ENT-TIPO        PIC X(1).
           05 FILLER          PIC X(1).
           05 ENT-CLASE       PIC X(1).
           05 FILLER          PIC X(1).
           05 ENT-ID          PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-NOMBRE      PIC X(20).
           05 FILLER          PIC X(1).
           05 ENT-ANFITRION   PIC X(6).
           05 FILLER          PIC X(1).
           05 ENT-FECHA       PIC 9(8).
           05 FILLER          PIC X(1).
           05 ENT-HORA        PIC 9(6).

       FD CONTACTOS-ARCHIVO.
           COPY CONTACTOS.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-CLASE     PIC X(1).
               05 ORD-NOMBRE    PIC X(20).
               05 ORD-ID        PIC X(6).
               05 ORD-HORA      PIC 9(6).
               05 ORD-TIPO      PIC X(1).
                  88 ORD-ENTRADA VALUE "E".
                  88 ORD-SALIDA  VALUE "S".
               05 ORD-ANFITRION PIC X(6).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       WORKING-STORAGE SECTION.

       COPY OPERACTUAL.

       COPY REPARCH.

       01  SIMULACROS-ESTADO PIC X(2).
           88 SIMULACROS-OK VALUE "00".

       01  PASELISTA-ESTADO PIC X(2).
           88 PASELISTA-OK VALUE "00".

       01  CONTACTOS-ESTADO PIC X(2).
           88 CONTACTOS-OK VALUE "00" "05".

       01  EMPLEADOS-ESTADO PIC X(2).
           88 EMPLEADOS-OK VALUE "00" "05".

       01  FECHA-HOY   PIC 9(8).
       01  HORA-SISTEMA PIC 9(8).

       01  HORA-CALCULO.
           05 HC-HORA    PIC 9(2).
           05 HC-MINUTO  PIC 9(2).
           05 HC-SEGUNDO PIC 9(2).
       01  HORA-CALCULO-9 REDEFINES HORA-CALCULO PIC 9(6).

       01  SEGUNDOS-INICIO    PIC 9(5).
       01  SEGUNDOS-FIN       PIC 9(5).
       01  SEGUNDOS-TRANSCURRIDOS PIC S9(6).

       01  TIEMPO-EDITADO.
           05 TED-MINUTOS PIC ZZZ9.
           05 FILLER      PIC X(1) VALUE ":".
           05 TED-SEGUNDOS PIC 99.

       01  NUMERO-SIMULACRO PIC 9(5).
       01  NUMERO-ACTUAL    PIC 9(5) VALUE ZERO.
       01  ULTIMO-NUMERO    PIC 9(5).
       01  RENGLON-SIGUIENTE PIC 9(4).
       01  FALTANTES-AHORA  PIC 9(5).

       01  RESPUESTA-RENGLON PIC X(4).
       01  RENGLON-TECLEADO REDEFINES RESPUESTA-RENGLON PIC 9(4).
       01  RENGLON-AUXILIAR PIC X(3).
       01  RESPUESTA PIC X.

       01  PERSONA-ACTUAL.
           05 PER-CLASE     PIC X(1).
           05 PER-NOMBRE    PIC X(20).
           05 PER-ID        PIC X(6).
           05 PER-ANFITRION PIC X(6).
       01  HORA-ENTRADA PIC 9(6).

       01  WS-INDICADORES.
           05 WS-FIN-ARCHIVO-SW PIC X.
              88 FIN-ARCHIVO VALUE "S".
           05 WS-FIN-ORDENADO-SW PIC X.
              88 FIN-ORDENADO VALUE "S".
           05 WS-PRIMERA-PERSONA-SW PIC X.
              88 PRIMERA-PERSONA VALUE "S".
           05 WS-ENTRADA-PENDIENTE-SW PIC X.
              88 ENTRADA-PENDIENTE VALUE "S".
           05 WS-FIN-LISTA-SW PIC X.
              88 FIN-LISTA VALUE "S".
           05 WS-FIN-MARCAS-SW PIC X.
              88 FIN-MARCAS VALUE "S".
           05 WS-SIMULACRO-VALIDO-SW PIC X.
              88 SIMULACRO-VALIDO VALUE "S".
           05 WS-CONTACTOS-ABIERTO-SW PIC X.
              88 CONTACTOS-ABIERTO VALUE "S".

       01  WS-CONTADORES.
           05 WS-PERSONAS-CARGADAS PIC 9(5).
           05 WS-FALTANTES-LISTA   PIC 9(5).
           05 WS-CONTACTOS-PERSONA PIC 9(1).

       01  OPCION-MENU PIC 9.
           88 OPCION-ABRIR     VALUE 1.
           88 OPCION-MARCAR    VALUE 2.
           88 OPCION-IMPRIMIR  VALUE 3.
           88 OPCION-CERRAR    VALUE 4.
           88 OPCION-SALIR     VALUE 5.

       01  LINEA-PANTALLA.
           05 LPA-RENGLON PIC ZZZ9.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 LPA-CLASE   PIC X(10).
           05 LPA-NOMBRE  PIC X(20).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LPA-ID      PIC X(6).

       01  ENCABEZADO-1.
           05 FILLER PIC X(42) VALUE
              "DEVCHRISAR, S.A. - FALTANTES EN EVACUACION".
           05 FILLER PIC X(4) VALUE " AL ".
           05 ENC1-FECHA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ENC1-HORA PIC 99B99B99.

       01  ENCABEZADO-2.
           05 ENC2-TIPO        PIC X(10).
           05 FILLER           PIC X(4) VALUE " NO.".
           05 ENC2-NUMERO      PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACE.
           05 ENC2-DESCRIPCION PIC X(30).
           05 FILLER           PIC X(13) VALUE "  ABIERTO A ".
           05 ENC2-INICIO      PIC 99B99B99.
           05 FILLER           PIC X(15) VALUE "  RESPONSABLE: ".
           05 ENC2-RESPONSABLE PIC X(20).

       01  ENCABEZADO-3.
           05 FILLER PIC X(10) VALUE "EN LISTA:".
           05 ENC3-TOTAL PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "   LOCALIZADOS: ".
           05 ENC3-LOCALIZADAS PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "   FALTANTES: ".
           05 ENC3-FALTANTES PIC ZZ,ZZ9.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  ENCABEZADO-4.
           05 FILLER PIC X(8)  VALUE "RENGLON".
           05 FILLER PIC X(12) VALUE "CLASE".
           05 FILLER PIC X(22) VALUE "NOMBRE".
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(10) VALUE "ENTRADA".

       01  LINEA-DETALLE.
           05 DET-RENGLON   PIC ZZZ9.
           05 FILLER        PIC X(4) VALUE SPACE.
           05 DET-CLASE     PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-NOMBRE    PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ID        PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACE.
           05 DET-ENTRADA   PIC 99B99B99.

       01  LINEA-CONTACTO.
           05 FILLER         PIC X(10) VALUE SPACE.
           05 FILLER         PIC X(10) VALUE "CONTACTO ".
           05 LCT-NUMERO     PIC 9.
           05 FILLER         PIC X(2) VALUE ": ".
           05 LCT-NOMBRE     PIC X(25).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 LCT-PARENTESCO PIC X(15).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 LCT-TELEFONO   PIC 9(9).

       01  LINEA-SIN-CONTACTOS.
           05 FILLER PIC X(10) VALUE SPACE.
           05 FILLER PIC X(41) VALUE
              "(SIN CONTACTOS DE EMERGENCIA REGISTRADOS)".

       01  LINEA-ANFITRION.
           05 FILLER      PIC X(10) VALUE SPACE.
           05 FILLER      PIC X(11) VALUE "ANFITRION: ".
           05 LAN-ID      PIC X(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 LAN-NOMBRE  PIC X(40).
           05 FILLER      PIC X(11) VALUE "TELEFONO: ".
           05 LAN-TELEFONO PIC 9(9).

       01  LINEA-COMPLETA.
           05 FILLER PIC X(40) VALUE
              "TODAS LAS PERSONAS ESTAN LOCALIZADAS.".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      * EL AREA EXTERNA DEL OPERADOR NACE EN LOW-VALUES CUANDO NADIE
      * HA FIRMADO (LO NORMAL EN EL PUNTO DE REUNION); SE NORMALIZA A
      * ESPACIOS PARA EL SELLO DE QUIEN ABRIO EL SIMULACRO.
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
       OPEN I-O SIMULACROS-ARCHIVO.
       IF NOT SIMULACROS-OK
           OPEN OUTPUT SIMULACROS-ARCHIVO
           CLOSE SIMULACROS-ARCHIVO
           OPEN I-O SIMULACROS-ARCHIVO
       END-IF.
       OPEN I-O PASELISTA-ARCHIVO.
       IF NOT PASELISTA-OK
           OPEN OUTPUT PASELISTA-ARCHIVO
           CLOSE PASELISTA-ARCHIVO
           OPEN I-O PASELISTA-ARCHIVO
       END-IF.
       OPEN INPUT EMPLEADOS-ARCHIVO.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE SIMULACROS-ARCHIVO.
       CLOSE PASELISTA-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       MOSTRAR-MENU.
       DISPLAY "1. ABRIR SIMULACRO O INCIDENTE (CARGA QUIEN ESTA "
           "EN SITIO)".
       DISPLAY "2. MARCAR PERSONAS LOCALIZADAS".
       DISPLAY "3. IMPRIMIR FALTANTES CON CONTACTOS DE EMERGENCIA".
       DISPLAY "4. CERRAR EL SIMULACRO O INCIDENTE".
       DISPLAY "5. SALIR".
       ACCEPT OPCION-MENU.
       IF OPCION-ABRIR
           PERFORM ABRIR-SIMULACRO
       END-IF.
       IF OPCION-MARCAR
           PERFORM SOLICITAR-SIMULACRO
           IF SIMULACRO-VALIDO
               PERFORM MARCAR-LOCALIZADOS
           END-IF
       END-IF.
       IF OPCION-IMPRIMIR
           PERFORM SOLICITAR-SIMULACRO
           IF SIMULACRO-VALIDO
               PERFORM IMPRIMIR-FALTANTES
           END-IF
       END-IF.
       IF OPCION-CERRAR
           PERFORM SOLICITAR-SIMULACRO
           IF SIMULACRO-VALIDO
               PERFORM CERRAR-SIMULACRO
           END-IF
       END-IF.

      * EL NUMERO SIGUIENTE ES EL MAYOR QUE YA EXISTE MAS UNO; EL
      * ARCHIVO TIENE UN REGISTRO POR SIMULACRO Y SE RECORRE COMPLETO.
       ABRIR-SIMULACRO.
       MOVE ZERO TO ULTIMO-NUMERO.
       MOVE "N" TO WS-FIN-LISTA-SW.
       MOVE ZERO TO SIM-NUMERO.
       START SIMULACROS-ARCHIVO
           KEY IS NOT LESS THAN SIM-NUMERO
           INVALID KEY
               SET FIN-LISTA TO TRUE
       END-START.
       PERFORM BUSCAR-ULTIMO-NUMERO
       UNTIL FIN-LISTA.
       MOVE SPACE TO SIMULACROS-REGISTRO.
       COMPUTE SIM-NUMERO = ULTIMO-NUMERO + 1.
       MOVE SPACE TO RESPUESTA.
       PERFORM SOLICITAR-TIPO
       UNTIL RESPUESTA = "S" OR RESPUESTA = "I".
       MOVE RESPUESTA TO SIM-TIPO.
       DISPLAY "DESCRIPCION (P.EJ. SIMULACRO TRIMESTRAL, ALARMA "
           "EDIFICIO B): ".
       ACCEPT SIM-DESCRIPCION.
       DISPLAY "JEFE DE BRIGADA RESPONSABLE: ".
       ACCEPT SIM-RESPONSABLE.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-SISTEMA FROM TIME.
       MOVE FECHA-HOY TO SIM-FECHA.
       MOVE HORA-SISTEMA(1:6) TO SIM-HORA-INICIO.
       MOVE ZERO TO SIM-HORA-COMPLETO.
       MOVE ZERO TO SIM-HORA-CIERRE.
       SET SIM-ABIERTO TO TRUE.
       MOVE ZERO TO SIM-TOTAL-PERSONAS.
       MOVE ZERO TO SIM-LOCALIZADAS.
       MOVE OPERADOR-ID-ACTUAL TO SIM-CAPTURADO-POR.
       MOVE SIM-NUMERO TO NUMERO-ACTUAL.
       WRITE SIMULACROS-REGISTRO
           INVALID KEY
               DISPLAY "NO SE PUDO ABRIR EL SIMULACRO."
               MOVE ZERO TO NUMERO-ACTUAL
       END-WRITE.
       IF NUMERO-ACTUAL NOT = ZERO
           PERFORM CARGAR-LISTA
       END-IF.

       BUSCAR-ULTIMO-NUMERO.
       READ SIMULACROS-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LISTA TO TRUE
       END-READ.
       IF NOT FIN-LISTA
           MOVE SIM-NUMERO TO ULTIMO-NUMERO
       END-IF.

       SOLICITAR-TIPO.
       DISPLAY "S = SIMULACRO, I = INCIDENTE REAL: ".
       ACCEPT RESPUESTA.
       IF RESPUESTA = "s"
           MOVE "S" TO RESPUESTA
       END-IF.
       IF RESPUESTA = "i"
           MOVE "I" TO RESPUESTA
       END-IF.

      * LA LISTA SE ARMA COMO EN PROG0041: LOS MOVIMIENTOS DE HOY SE
      * ORDENAN POR CLASE, NOMBRE, ID Y HORA, Y QUIEN TERMINA CON UNA
      * ENTRADA SIN SALIDA SIGUE ADENTRO. EL RENGLON SIGUE ESE ORDEN
      * (EMPLEADOS PRIMERO, LUEGO VISITANTES, CADA GRUPO POR NOMBRE).
       CARGAR-LISTA.
       MOVE ZERO TO WS-PERSONAS-CARGADAS.
       MOVE ZERO TO RENGLON-SIGUIENTE.
       SORT ORDENADO-ARCHIVO
           ON ASCENDING KEY ORD-CLASE
           ON ASCENDING KEY ORD-NOMBRE
           ON ASCENDING KEY ORD-ID
           ON ASCENDING KEY ORD-HORA
           INPUT PROCEDURE IS LEER-MOVIMIENTOS
           OUTPUT PROCEDURE IS GRABAR-LISTA.
       MOVE NUMERO-ACTUAL TO SIM-NUMERO.
       READ SIMULACROS-ARCHIVO
           INVALID KEY
               DISPLAY "NO SE ENCONTRO EL SIMULACRO RECIEN ABIERTO."
       END-READ.
       IF SIMULACROS-OK
           MOVE WS-PERSONAS-CARGADAS TO SIM-TOTAL-PERSONAS
           IF WS-PERSONAS-CARGADAS = ZERO
               MOVE SIM-HORA-INICIO TO SIM-HORA-COMPLETO
           END-IF
           REWRITE SIMULACROS-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL SIMULACRO."
           END-REWRITE
       END-IF.
       DISPLAY "SIMULACRO/INCIDENTE NUMERO " NUMERO-ACTUAL
           " ABIERTO CON " WS-PERSONAS-CARGADAS " PERSONAS EN LISTA.".
       DISPLAY "SE IMPRIME LA LISTA COMPLETA PARA EL PUNTO DE "
           "REUNION.".
       PERFORM IMPRIMIR-FALTANTES.

      * EL NUMERO 0 TOMA EL SIMULACRO ABIERTO EN ESTA SESION (O EL
      * ULTIMO QUE SE CONSULTO).
       SOLICITAR-SIMULACRO.
       MOVE "N" TO WS-SIMULACRO-VALIDO-SW.
       DISPLAY "NUMERO DE SIMULACRO/INCIDENTE (0 = EL ACTUAL "
           NUMERO-ACTUAL "): ".
       ACCEPT NUMERO-SIMULACRO.
       IF NUMERO-SIMULACRO = ZERO
           MOVE NUMERO-ACTUAL TO NUMERO-SIMULACRO
       END-IF.
       MOVE NUMERO-SIMULACRO TO SIM-NUMERO.
       READ SIMULACROS-ARCHIVO
           INVALID KEY
               DISPLAY "NO EXISTE ESE SIMULACRO O INCIDENTE."
           NOT INVALID KEY
               SET SIMULACRO-VALIDO TO TRUE
               MOVE SIM-NUMERO TO NUMERO-ACTUAL
       END-READ.

      * SE MARCA POR EL RENGLON DE LA LISTA IMPRESA. "L" MUESTRA EN
      * PANTALLA A QUIEN FALTA; UN RENGLON YA LOCALIZADO SE PUEDE
      * DESMARCAR SI SE MARCO POR ERROR.
       MARCAR-LOCALIZADOS.
       IF SIM-CERRADO
           DISPLAY "ESE SIMULACRO YA ESTA CERRADO; NO SE MARCA."
       ELSE
           MOVE "N" TO WS-FIN-MARCAS-SW
           PERFORM MARCAR-UN-RENGLON
           UNTIL FIN-MARCAS
       END-IF.

       MARCAR-UN-RENGLON.
       COMPUTE FALTANTES-AHORA = SIM-TOTAL-PERSONAS - SIM-LOCALIZADAS.
       DISPLAY "FALTAN " FALTANTES-AHORA " DE " SIM-TOTAL-PERSONAS
           ". RENGLON LOCALIZADO (0 = TERMINAR, L = VER FALTANTES): ".
       MOVE SPACE TO RESPUESTA-RENGLON.
       ACCEPT RESPUESTA-RENGLON.
       IF RESPUESTA-RENGLON = "L" OR RESPUESTA-RENGLON = "l"
           PERFORM MOSTRAR-FALTANTES
       ELSE
           IF RESPUESTA-RENGLON = SPACE
               SET FIN-MARCAS TO TRUE
           ELSE
               PERFORM JUSTIFICAR-RENGLON
               UNTIL RESPUESTA-RENGLON(4:1) NOT = SPACE
               INSPECT RESPUESTA-RENGLON
                   REPLACING LEADING SPACE BY ZERO
               IF RESPUESTA-RENGLON IS NOT NUMERIC
                   DISPLAY "RENGLON NO VALIDO."
               ELSE
                   IF RENGLON-TECLEADO = ZERO
                       SET FIN-MARCAS TO TRUE
                   ELSE
                       PERFORM MARCAR-PERSONA
                   END-IF
               END-IF
           END-IF
       END-IF.

      * EL RENGLON SE TECLEA SIN CEROS A LA IZQUIERDA ("7", "12");
      * SE RECORRE A LA DERECHA DEL CAMPO ANTES DE VALIDARLO.
       JUSTIFICAR-RENGLON.
       MOVE RESPUESTA-RENGLON(1:3) TO RENGLON-AUXILIAR.
       MOVE SPACE TO RESPUESTA-RENGLON(1:1).
       MOVE RENGLON-AUXILIAR TO RESPUESTA-RENGLON(2:3).

       MARCAR-PERSONA.
       MOVE NUMERO-ACTUAL TO PAS-SIMULACRO.
       MOVE RENGLON-TECLEADO TO PAS-RENGLON.
       READ PASELISTA-ARCHIVO
           INVALID KEY
               DISPLAY "ESE RENGLON NO ESTA EN LA LISTA."
       END-READ.
       IF PASELISTA-OK
           IF PAS-FALTANTE
               ACCEPT HORA-SISTEMA FROM TIME
               SET PAS-LOCALIZADO TO TRUE
               MOVE HORA-SISTEMA(1:6) TO PAS-HORA-LOCALIZADO
               ADD 1 TO SIM-LOCALIZADAS
               DISPLAY "LOCALIZADO: " PAS-NOMBRE
           ELSE
               DISPLAY PAS-NOMBRE " YA ESTABA LOCALIZADO. "
                   "DESMARCAR? S/N: "
               ACCEPT RESPUESTA
               IF RESPUESTA = "S" OR RESPUESTA = "s"
                   SET PAS-FALTANTE TO TRUE
                   MOVE ZERO TO PAS-HORA-LOCALIZADO
                   SUBTRACT 1 FROM SIM-LOCALIZADAS
                   MOVE ZERO TO SIM-HORA-COMPLETO
               END-IF
           END-IF
           REWRITE PASELISTA-REGISTRO
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL RENGLON."
           END-REWRITE
           PERFORM ACTUALIZAR-SIMULACRO
       END-IF.

      * LA HORA DE LOCALIZACION COMPLETA ES LA DE LA MARCA QUE DEJA
      * LA LISTA SIN FALTANTES.
       ACTUALIZAR-SIMULACRO.
       IF SIM-LOCALIZADAS = SIM-TOTAL-PERSONAS
           AND SIM-HORA-COMPLETO = ZERO
           MOVE PAS-HORA-LOCALIZADO TO SIM-HORA-COMPLETO
           MOVE SIM-HORA-INICIO TO HORA-CALCULO-9
           PERFORM CALCULAR-SEGUNDOS
           MOVE SEGUNDOS-TRANSCURRIDOS TO SEGUNDOS-INICIO
           MOVE SIM-HORA-COMPLETO TO HORA-CALCULO-9
           PERFORM CALCULAR-SEGUNDOS
           MOVE SEGUNDOS-TRANSCURRIDOS TO SEGUNDOS-FIN
           COMPUTE SEGUNDOS-TRANSCURRIDOS =
               SEGUNDOS-FIN - SEGUNDOS-INICIO
           IF SEGUNDOS-TRANSCURRIDOS < ZERO
               ADD 86400 TO SEGUNDOS-TRANSCURRIDOS
           END-IF
           DIVIDE SEGUNDOS-TRANSCURRIDOS BY 60
               GIVING TED-MINUTOS REMAINDER TED-SEGUNDOS
           DISPLAY "TODAS LAS PERSONAS ESTAN LOCALIZADAS. TIEMPO "
               "(MIN:SEG): " TIEMPO-EDITADO
       END-IF.
       REWRITE SIMULACROS-REGISTRO
           INVALID KEY
               DISPLAY "NO SE PUDO ACTUALIZAR EL SIMULACRO."
       END-REWRITE.

       CALCULAR-SEGUNDOS.
       COMPUTE SEGUNDOS-TRANSCURRIDOS =
           HC-HORA * 3600 + HC-MINUTO * 60 + HC-SEGUNDO.

       MOSTRAR-FALTANTES.
       MOVE "N" TO WS-FIN-LISTA-SW.
       MOVE NUMERO-ACTUAL TO PAS-SIMULACRO.
       MOVE ZERO TO PAS-RENGLON.
       START PASELISTA-ARCHIVO
           KEY IS NOT LESS THAN PAS-CLAVE
           INVALID KEY
               SET FIN-LISTA TO TRUE
       END-START.
       PERFORM MOSTRAR-UN-FALTANTE
       UNTIL FIN-LISTA.

       MOSTRAR-UN-FALTANTE.
       PERFORM LEER-RENGLON.
       IF NOT FIN-LISTA AND PAS-FALTANTE
           MOVE PAS-RENGLON TO LPA-RENGLON
           IF PAS-VISITANTE
               MOVE "VISITANTE" TO LPA-CLASE
           ELSE
               MOVE "EMPLEADO" TO LPA-CLASE
           END-IF
           MOVE PAS-NOMBRE TO LPA-NOMBRE
           MOVE PAS-ID TO LPA-ID
           DISPLAY LINEA-PANTALLA
       END-IF.

       LEER-RENGLON.
       READ PASELISTA-ARCHIVO NEXT RECORD
           AT END
               SET FIN-LISTA TO TRUE
       END-READ.
       IF NOT FIN-LISTA AND PAS-SIMULACRO NOT = NUMERO-ACTUAL
           SET FIN-LISTA TO TRUE
       END-IF.

      * AL CERRAR, QUIEN SIGUE SIN MARCAR QUEDA COMO FALTANTE EN LA
      * HISTORIA; SE PIDE CONFIRMACION SI TODAVIA FALTA ALGUIEN.
       CERRAR-SIMULACRO.
       IF SIM-CERRADO
           DISPLAY "ESE SIMULACRO YA ESTA CERRADO."
       ELSE
           MOVE "S" TO RESPUESTA
           COMPUTE FALTANTES-AHORA =
               SIM-TOTAL-PERSONAS - SIM-LOCALIZADAS
           IF FALTANTES-AHORA > ZERO
               DISPLAY "TODAVIA FALTAN " FALTANTES-AHORA
                   " PERSONAS. CERRAR DE TODOS MODOS? S/N: "
               ACCEPT RESPUESTA
           END-IF
           IF RESPUESTA = "S" OR RESPUESTA = "s"
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE HORA-SISTEMA(1:6) TO SIM-HORA-CIERRE
               SET SIM-CERRADO TO TRUE
               REWRITE SIMULACROS-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO CERRAR EL SIMULACRO."
                   NOT INVALID KEY
                       DISPLAY "SIMULACRO/INCIDENTE " SIM-NUMERO
                           " CERRADO."
               END-REWRITE
           END-IF
       END-IF.

      * LA LISTA IMPRESA LLEVA SOLO A QUIEN FALTA (AL ABRIR, A TODOS).
      * DEBAJO DE CADA EMPLEADO VAN SUS CONTACTOS DE EMERGENCIA; DEBAJO
      * DE CADA VISITANTE, SU ANFITRION CON SU TELEFONO DEL MAESTRO.
       IMPRIMIR-FALTANTES.
       OPEN OUTPUT REPORTE-ARCHIVO.
       OPEN INPUT CONTACTOS-ARCHIVO.
       MOVE "N" TO WS-CONTACTOS-ABIERTO-SW.
       IF CONTACTOS-OK
           SET CONTACTOS-ABIERTO TO TRUE
       END-IF.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-SISTEMA FROM TIME.
       MOVE FECHA-HOY TO ENC1-FECHA.
       MOVE HORA-SISTEMA(1:6) TO ENC1-HORA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       IF SIM-INCIDENTE
           MOVE "INCIDENTE" TO ENC2-TIPO
       ELSE
           MOVE "SIMULACRO" TO ENC2-TIPO
       END-IF.
       MOVE SIM-NUMERO TO ENC2-NUMERO.
       MOVE SIM-DESCRIPCION TO ENC2-DESCRIPCION.
       MOVE SIM-HORA-INICIO TO ENC2-INICIO.
       MOVE SIM-RESPONSABLE TO ENC2-RESPONSABLE.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-2.
       MOVE SIM-TOTAL-PERSONAS TO ENC3-TOTAL.
       MOVE SIM-LOCALIZADAS TO ENC3-LOCALIZADAS.
       COMPUTE FALTANTES-AHORA = SIM-TOTAL-PERSONAS - SIM-LOCALIZADAS.
       MOVE FALTANTES-AHORA TO ENC3-FALTANTES.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-3.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       IF FALTANTES-AHORA = ZERO
           WRITE LINEA-IMPRESION FROM LINEA-COMPLETA
       ELSE
           WRITE LINEA-IMPRESION FROM ENCABEZADO-4
       END-IF.
       MOVE ZERO TO WS-FALTANTES-LISTA.
       MOVE "N" TO WS-FIN-LISTA-SW.
       MOVE SIM-NUMERO TO PAS-SIMULACRO.
       MOVE ZERO TO PAS-RENGLON.
       START PASELISTA-ARCHIVO
           KEY IS NOT LESS THAN PAS-CLAVE
           INVALID KEY
               SET FIN-LISTA TO TRUE
       END-START.
       PERFORM IMPRIMIR-UN-FALTANTE
       UNTIL FIN-LISTA.
       CLOSE REPORTE-ARCHIVO.
       IF CONTACTOS-ABIERTO
           CLOSE CONTACTOS-ARCHIVO
       END-IF.
       MOVE "FALTANTES" TO REP-REPORTE.
       MOVE "FALTANTES.PRT" TO REP-ARCHIVO.
       MOVE "PROG0082" TO REP-PROGRAMA.
       CALL "PROG0050".
       DISPLAY "LISTA IMPRESA EN FALTANTES.PRT: " WS-FALTANTES-LISTA
           " PERSONAS.".

       IMPRIMIR-UN-FALTANTE.
       PERFORM LEER-RENGLON.
       IF NOT FIN-LISTA AND PAS-FALTANTE
           ADD 1 TO WS-FALTANTES-LISTA
           MOVE PAS-RENGLON TO DET-RENGLON
           IF PAS-VISITANTE
               MOVE "VISITANTE" TO DET-CLASE
           ELSE
               MOVE "EMPLEADO" TO DET-CLASE
           END-IF
           MOVE PAS-NOMBRE TO DET-NOMBRE
           MOVE PAS-ID TO DET-ID
           MOVE PAS-HORA-ENTRADA TO DET-ENTRADA
           WRITE LINEA-IMPRESION FROM LINEA-DETALLE
           IF PAS-VISITANTE
               PERFORM IMPRIMIR-ANFITRION
           ELSE
               PERFORM IMPRIMIR-CONTACTOS
           END-IF
       END-IF.

       IMPRIMIR-CONTACTOS.
       MOVE ZERO TO WS-CONTACTOS-PERSONA.
       IF CONTACTOS-ABIERTO
           PERFORM IMPRIMIR-UN-CONTACTO
           VARYING CON-NUMERO FROM 1 BY 1
           UNTIL CON-NUMERO > 3
       END-IF.
       IF WS-CONTACTOS-PERSONA = ZERO
           WRITE LINEA-IMPRESION FROM LINEA-SIN-CONTACTOS
       END-IF.

       IMPRIMIR-UN-CONTACTO.
       MOVE PAS-ID TO CON-EMPLEADO.
       READ CONTACTOS-ARCHIVO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-CONTACTOS-PERSONA
               MOVE CON-NUMERO TO LCT-NUMERO
               MOVE CON-NOMBRE TO LCT-NOMBRE
               MOVE CON-PARENTESCO TO LCT-PARENTESCO
               MOVE CON-TELEFONO TO LCT-TELEFONO
               WRITE LINEA-IMPRESION FROM LINEA-CONTACTO
       END-READ.

       IMPRIMIR-ANFITRION.
       MOVE PAS-ANFITRION TO LAN-ID.
       MOVE PAS-ANFITRION TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE "(NO ESTA EN EL MAESTRO)" TO EMPLEADOS-NOMBRE
               MOVE SPACE TO EMPLEADOS-APELLIDOS
               MOVE ZERO TO EMPLEADOS-TELEFONO
       END-READ.
       MOVE SPACE TO LAN-NOMBRE.
       STRING EMPLEADOS-APELLIDOS DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           EMPLEADOS-NOMBRE DELIMITED BY "  "
           INTO LAN-NOMBRE.
       MOVE EMPLEADOS-TELEFONO TO LAN-TELEFONO.
       WRITE LINEA-IMPRESION FROM LINEA-ANFITRION.

       LEER-MOVIMIENTOS SECTION.
       LEER-MOVIMIENTOS-INICIO.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE "N" TO WS-FIN-ARCHIVO-SW.
       OPEN INPUT REGISTRO-ENTRADA.
       PERFORM LEER-MOVIMIENTO.
       PERFORM LIBERAR-MOVIMIENTO
       UNTIL FIN-ARCHIVO.
       CLOSE REGISTRO-ENTRADA.
       GO TO LEER-MOVIMIENTOS-FIN.

       LEER-MOVIMIENTO.
       READ REGISTRO-ENTRADA
           AT END
               SET FIN-ARCHIVO TO TRUE
       END-READ.

       LIBERAR-MOVIMIENTO.
       IF ENT-FECHA = FECHA-HOY
           MOVE ENT-CLASE TO ORD-CLASE
           MOVE ENT-NOMBRE TO ORD-NOMBRE
           MOVE ENT-ID TO ORD-ID
           MOVE ENT-HORA TO ORD-HORA
           MOVE ENT-TIPO TO ORD-TIPO
           MOVE ENT-ANFITRION TO ORD-ANFITRION
           RELEASE ORDENADO-REGISTRO
       END-IF.
       PERFORM LEER-MOVIMIENTO.

       LEER-MOVIMIENTOS-FIN.
       EXIT.

       GRABAR-LISTA SECTION.
       GRABAR-LISTA-INICIO.
       MOVE "N" TO WS-FIN-ORDENADO-SW.
       MOVE "S" TO WS-PRIMERA-PERSONA-SW.
       MOVE "N" TO WS-ENTRADA-PENDIENTE-SW.
       PERFORM LEER-ORDENADO.
       PERFORM PROCESAR-MOVIMIENTO
       UNTIL FIN-ORDENADO.
       IF NOT PRIMERA-PERSONA
           PERFORM CERRAR-PERSONA
       END-IF.
       GO TO GRABAR-LISTA-FIN.

       LEER-ORDENADO.
       RETURN ORDENADO-ARCHIVO
           AT END
               SET FIN-ORDENADO TO TRUE
       END-RETURN.

       PROCESAR-MOVIMIENTO.
       IF PRIMERA-PERSONA
           OR ORD-CLASE NOT = PER-CLASE
           OR ORD-NOMBRE NOT = PER-NOMBRE
           OR ORD-ID NOT = PER-ID
           IF NOT PRIMERA-PERSONA
               PERFORM CERRAR-PERSONA
           END-IF
           MOVE "N" TO WS-PRIMERA-PERSONA-SW
           MOVE ORD-CLASE TO PER-CLASE
           MOVE ORD-NOMBRE TO PER-NOMBRE
           MOVE ORD-ID TO PER-ID
           MOVE SPACE TO PER-ANFITRION
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
       END-IF.
       IF ORD-ENTRADA
           MOVE ORD-HORA TO HORA-ENTRADA
           MOVE ORD-ANFITRION TO PER-ANFITRION
           SET ENTRADA-PENDIENTE TO TRUE
       ELSE
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
       END-IF.
       PERFORM LEER-ORDENADO.

       CERRAR-PERSONA.
       IF ENTRADA-PENDIENTE
           PERFORM GRABAR-PERSONA
           MOVE "N" TO WS-ENTRADA-PENDIENTE-SW
       END-IF.

       GRABAR-PERSONA.
       ADD 1 TO RENGLON-SIGUIENTE.
       MOVE SPACE TO PASELISTA-REGISTRO.
       MOVE NUMERO-ACTUAL TO PAS-SIMULACRO.
       MOVE RENGLON-SIGUIENTE TO PAS-RENGLON.
       MOVE PER-CLASE TO PAS-CLASE.
       MOVE PER-ID TO PAS-ID.
       MOVE PER-NOMBRE TO PAS-NOMBRE.
       MOVE PER-ANFITRION TO PAS-ANFITRION.
       MOVE HORA-ENTRADA TO PAS-HORA-ENTRADA.
       SET PAS-FALTANTE TO TRUE.
       MOVE ZERO TO PAS-HORA-LOCALIZADO.
       WRITE PASELISTA-REGISTRO
           INVALID KEY
               DISPLAY "NO SE PUDO GRABAR EL RENGLON " PAS-RENGLON
           NOT INVALID KEY
               ADD 1 TO WS-PERSONAS-CARGADAS
       END-WRITE.

       GRABAR-LISTA-FIN.
       EXIT.

       END PROGRAM PROG0082.
