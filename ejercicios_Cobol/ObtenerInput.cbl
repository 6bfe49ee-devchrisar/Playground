      *>              ALTERNA POR APELLIDOS DEL MAESTRO) ANTES DE
      *>              REGISTRAR A LA PERSONA COMO VISITANTE; EL ID
      *>              ELEGIDO REGRESA POR EL AREA EXTERNA BUSQAPE.
      *> 15/10/2026 - EN LA ENTRADA DE UN VISITANTE SE BUSCA SU VISITA
      *>              ANUNCIADA DE HOY (VISITAS.DAT, VER PROG0079) POR
      *>              EL NOMBRE; SI RECEPCION LA CONFIRMA, EL ANFITRION
      *>              Y EL NOMBRE SE TOMAN DE LA VISITA SIN TECLEARLOS.
      *>              LA VISITA ENCONTRADA (O LA QUE COINCIDE CON EL
      *>              ANFITRION TECLEADO) QUEDA MARCADA COMO LLEGADA CON
      *>              SU HORA, PARA LA LISTA DE RECEPCION (PROG0080) Y
      *>              EL CIERRE DEL DIA (PROG0081).
      *> 15/10/2026 - VISITAS.DAT SE ABRE COMPARTIDO CON BLOQUEO POR
      *>              REGISTRO, PORQUE PROG0079 LO TIENE ABIERTO
      *>              MIENTRAS SE ANUNCIAN VISITAS. LA LLEGADA SE MARCA
      *>              SOBRE LA VISITA RELEIDA CON BLOQUEO; SI LA TIENE
      *>              OTRA TERMINAL SE AVISA Y LA ENTRADA SE REGISTRA
      *>              CON SU ANFITRION, PERO LA VISITA QUEDA SIN MARCAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              WITH DUPLICATES
           FILE STATUS IS EMPLEADOS-ESTADO.

       SELECT OPTIONAL VISITAS-ARCHIVO
           ASSIGN TO "VISITAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIS-CLAVE
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS VISITAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-ENTRADA.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADOS.

       FD VISITAS-ARCHIVO.
           COPY VISITAS.

       WORKING-STORAGE SECTION.

       COPY BUSQAPE.
       01 EMPLEADOS-ESTADO PIC X(2).
          88 EMPLEADOS-OK VALUE "00".

       01 VISITAS-ESTADO PIC X(2).
          88 VISITAS-OK VALUE "00" "05".
          88 VISITAS-BLOQUEADO VALUE "51".

       01 RESPUESTA-BUSQUEDA PIC X.
       01 RESPUESTA-VISITA   PIC X.

       01 ID-CONSULTADO PIC X(6).
       01 NOMBRE-VISITANTE PIC X(20).
       01 NOMBRE-MAYUSCULAS PIC X(20).
       01 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 MAYUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-HORA-HOY  PIC 9(8).

       01 ANFITRION-VALIDO-SW PIC X.
          88 ANFITRION-VALIDO VALUE "S".

       01 VISITAS-ABIERTO-SW PIC X.
          88 VISITAS-ABIERTO VALUE "S".

       01 BUSQUEDA-VISITA-SW PIC X.
          88 VISITA-HALLADA     VALUE "S".
          88 VISITA-NO-HALLADA  VALUE "N".
          88 FIN-VISITAS-DIA    VALUE "F".

       01 MOVIMIENTO PIC X.
          88 MOV-ENTRADA VALUE "E".
          88 MOV-SALIDA  VALUE "S".
              MOVE ID-CONSULTADO TO ENT-ID.
              MOVE NOMBRE-VISITANTE TO ENT-NOMBRE.
              IF MOV-ENTRADA
                  ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                  MOVE NOMBRE-VISITANTE TO NOMBRE-MAYUSCULAS
                  INSPECT NOMBRE-MAYUSCULAS
                      CONVERTING MINUSCULAS TO MAYUSCULAS
                  MOVE "N" TO VISITAS-ABIERTO-SW
                  OPEN I-O VISITAS-ARCHIVO
                  IF VISITAS-OK
                      SET VISITAS-ABIERTO TO TRUE
                      PERFORM 0430-BUSCAR-ANUNCIADA
                  ELSE
                      SET VISITA-NO-HALLADA TO TRUE
                  END-IF
                  IF VISITA-HALLADA
                      MOVE VIS-NOMBRE TO NOMBRE-VISITANTE
                      MOVE VIS-NOMBRE TO ENT-NOMBRE
                      MOVE VIS-ANFITRION TO ENT-ANFITRION
                  ELSE
                      MOVE "N" TO ANFITRION-VALIDO-SW
                      PERFORM 0420-SOLICITAR-ANFITRION
                      UNTIL ANFITRION-VALIDO
                      MOVE EMPLEADOS-ID TO ENT-ANFITRION
                      PERFORM 0460-LEER-ANUNCIADA
                  END-IF
                  IF VISITA-HALLADA
                      PERFORM 0470-MARCAR-LLEGADA
                  END-IF
                  IF VISITAS-ABIERTO
                      CLOSE VISITAS-ARCHIVO
                  END-IF
                  DISPLAY "BIENVENIDO, ",NOMBRE-VISITANTE
              ELSE
                  DISPLAY "HASTA LUEGO, ",NOMBRE-VISITANTE
                  MOVE SPACE TO ENT-ANFITRION
                      END-IF
              END-READ.

      * LA VISITA ANUNCIADA (PROG0079) SE BUSCA ENTRE LAS PENDIENTES
      * DE HOY POR EL NOMBRE, QUE SE GUARDA EN MAYUSCULAS. LAS DE UN
      * DIA ESTAN JUNTAS PORQUE LA FECHA ENCABEZA LA CLAVE. SI LA
      * RECEPCION NO CONFIRMA LA QUE SE LE MUESTRA, EL ANFITRION SE
      * PIDE COMO SIEMPRE.
           0430-BUSCAR-ANUNCIADA.
              SET VISITA-NO-HALLADA TO TRUE.
              MOVE WS-FECHA-HOY TO VIS-FECHA.
              MOVE LOW-VALUE TO VIS-ANFITRION.
              MOVE LOW-VALUE TO VIS-NOMBRE.
              START VISITAS-ARCHIVO
                  KEY IS NOT LESS THAN VIS-CLAVE
                  INVALID KEY
                      SET FIN-VISITAS-DIA TO TRUE
              END-START.
              PERFORM 0440-LEER-SIGUIENTE
              UNTIL VISITA-HALLADA OR FIN-VISITAS-DIA.
              IF VISITA-HALLADA
                  PERFORM 0450-CONFIRMAR-ANUNCIADA
              ELSE
                  SET VISITA-NO-HALLADA TO TRUE
              END-IF.

           0440-LEER-SIGUIENTE.
              READ VISITAS-ARCHIVO NEXT RECORD
                  AT END
                      SET FIN-VISITAS-DIA TO TRUE
              END-READ.
              IF NOT FIN-VISITAS-DIA
                  IF VIS-FECHA NOT = WS-FECHA-HOY
                      SET FIN-VISITAS-DIA TO TRUE
                  ELSE
                      IF VIS-NOMBRE = NOMBRE-MAYUSCULAS
                          AND VIS-PENDIENTE
                          SET VISITA-HALLADA TO TRUE
                      END-IF
                  END-IF
              END-IF.

           0450-CONFIRMAR-ANUNCIADA.
              MOVE VIS-ANFITRION TO EMPLEADOS-ID.
              READ EMPLEADOS-ARCHIVO
                  INVALID KEY
                      MOVE SPACE TO EMPLEADOS-NOMBRE
                      MOVE SPACE TO EMPLEADOS-APELLIDOS
              END-READ.
              DISPLAY "VISITA ANUNCIADA: ",VIS-NOMBRE.
              DISPLAY "   EMPRESA:   ",VIS-EMPRESA.
              DISPLAY "   ANFITRION: ",VIS-ANFITRION," ",
                  EMPLEADOS-NOMBRE," ",EMPLEADOS-APELLIDOS.
              DISPLAY "   HORA ESPERADA: ",VIS-HORA-ESPERADA.
              DISPLAY "Â¿ES ESTA TU VISITA? S/N :".
              ACCEPT RESPUESTA-VISITA.
              IF RESPUESTA-VISITA NOT = "S" AND
                  RESPUESTA-VISITA NOT = "s"
                  SET VISITA-NO-HALLADA TO TRUE
              END-IF.

      * SI EL ANFITRION SE TECLEO A MANO, LA VISITA ANUNCIADA CON ESE
      * ANFITRION Y ESE NOMBRE TAMBIEN SE DA POR LLEGADA.
           0460-LEER-ANUNCIADA.
              SET VISITA-NO-HALLADA TO TRUE.
              IF VISITAS-ABIERTO
                  MOVE WS-FECHA-HOY TO VIS-FECHA
                  MOVE ENT-ANFITRION TO VIS-ANFITRION
                  MOVE NOMBRE-MAYUSCULAS TO VIS-NOMBRE
                  READ VISITAS-ARCHIVO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF VIS-PENDIENTE
                              SET VISITA-HALLADA TO TRUE
                          END-IF
                  END-READ
                  IF VISITAS-BLOQUEADO
                      PERFORM 0480-AVISAR-BLOQUEO
                  END-IF
              END-IF.

      * LA VISITA SE RELEE CON BLOQUEO ANTES DE MARCARLA: PROG0079
      * PUEDE ESTAR CANCELANDOLA EN ESE MOMENTO DESDE OTRA TERMINAL.
           0470-MARCAR-LLEGADA.
              READ VISITAS-ARCHIVO WITH LOCK
                  INVALID KEY
                      DISPLAY "LA VISITA ANUNCIADA YA NO EXISTE; "
                          "LA ENTRADA SE REGISTRA IGUAL."
              END-READ.
              IF VISITAS-BLOQUEADO
                  PERFORM 0480-AVISAR-BLOQUEO
              END-IF.
              IF VISITAS-OK
                  IF VIS-PENDIENTE
                      ACCEPT WS-HORA-HOY FROM TIME
                      SET VIS-LLEGO TO TRUE
                      MOVE WS-HORA-HOY(1:6) TO VIS-HORA-LLEGADA
                      REWRITE VISITAS-REGISTRO
                          INVALID KEY
                              DISPLAY "NO SE PUDO MARCAR LA LLEGADA "
                                  "DE LA VISITA ANUNCIADA."
                      END-REWRITE
                  END-IF
                  UNLOCK VISITAS-ARCHIVO
              END-IF.

      * UNA VISITA BLOQUEADA POR OTRA TERMINAL SIGUE SIENDO ANUNCIADA:
      * LA ENTRADA SE REGISTRA CON SU ANFITRION, PERO LA VISITA QUEDA
      * SIN MARCAR Y RECEPCION DEBE AVISAR PARA CORREGIRLA.
           0480-AVISAR-BLOQUEO.
              DISPLAY "LA VISITA ANUNCIADA ESTA EN USO EN OTRA "
                  "TERMINAL; NO SE PUDO MARCAR SU LLEGADA.".

           0500-GRABAR-ENTRADA.
              ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
              ACCEPT WS-HORA-HOY FROM TIME.
