      *          CORRESPONDA AL PROGRAMA QUE GRABO EL MOVIMIENTO        *
      *          (EMPLEADOS.CPY PARA LOS PROGRAMAS DEL MAESTRO DE       *
      *          EMPLEADOS, BASEBALLIDX.CPY PARA MAINTAININDEXFILE,     *
      *          CONTACTOS.CPY PARA PROG0043, ACCESOS.CPY PARA          *
      *          PROG0031) Y LISTA, POR MOVIMIENTO, SOLO LOS CAMPOS QUE *
      *          CAMBIARON CON SU VALOR ANTERIOR Y EL NUEVO LADO A      *
      *          LADO. LOS TRAZADOS SE DESCRIBEN EN TABLAS DE           *
      *          NOMBRE/POSICION/LARGO PARA QUE UN CAMPO NUEVO EN EL    *
      *          COPYBOOK SOLO PIDA UNA ENTRADA MAS EN LA TABLA.        *
      * -------------------------------------------------------------- *
      * HISTORIAL DE MODIFICACIONES                                    *
      *   15/10/2026 - DEVCHRISAR - SE DECODIFICAN LOS CAMBIOS DE      *
      *                 PERMISOS DE OPERADOR QUE GRABA PROG0031 CON EL *
      *                 TRAZADO DE ACCESOS.CPY.                        *
      *   15/10/2026 - DEVCHRISAR - SE DECODIFICAN LOS MOVIMIENTOS DEL *
      *                 MAESTRO DE LICENCIAS QUE GRABA PROG0065 CON EL *
      *                 TRAZADO DE LICENCIAS.CPY.                      *
      *   15/10/2026 - DEVCHRISAR - SE DECODIFICAN LOS MOVIMIENTOS DEL *
      *                 MAESTRO DE CERTIFICACIONES QUE GRABA PROG0077  *
      *                 CON EL TRAZADO DE CERTIFICA.CPY.               *
      *   15/10/2026 - DEVCHRISAR - LOS MOVIMIENTOS DE PROG0079 SE     *
      *                 DECODIFICAN CON EL TRAZADO DE VISITAS.CPY      *
      *                 (VISITAS ANUNCIADAS).                          *
      *   15/10/2026 - DEVCHRISAR - LOS MOVIMIENTOS MAKEUPLINK (LIGAS  *
      *                 DE JUEGOS POSPUESTOS CON SU REPOSICION,        *
      *                 GRABADOS POR MAINTAININDEXFILE) SE DECODIFICAN *
      *                 CON EL TRAZADO DE MAKEUPLINK.CPY.              *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).
              10 CCON-POSICION PIC 9(3).
              10 CCON-LARGO    PIC 9(3).

      * TRAZADO DE ACCESOS.CPY, QUE ES LO QUE GRABA PROG0031 AL
      * CAMBIAR LOS PERMISOS DE UN OPERADOR.
       01  TABLA-ACCESOS-VAL.
           05 FILLER PIC X(14) VALUE "OPERADOR".
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "PERMISOS".
           05 FILLER PIC 9(3)  VALUE 9.
           05 FILLER PIC 9(3)  VALUE 20.
           05 FILLER PIC X(14) VALUE "FECHA CAMBIO".
           05 FILLER PIC 9(3)  VALUE 29.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "CAMBIADO POR".
           05 FILLER PIC 9(3)  VALUE 37.
           05 FILLER PIC 9(3)  VALUE 8.

       01  TABLA-ACCESOS REDEFINES TABLA-ACCESOS-VAL.
           05 CAMPO-ACC OCCURS 4 TIMES.
              10 CACC-NOMBRE   PIC X(14).
              10 CACC-POSICION PIC 9(3).
              10 CACC-LARGO    PIC 9(3).

      * TRAZADO DE LICENCIAS.CPY, QUE ES LO QUE GRABA PROG0065.
       01  TABLA-LICENCIAS-VAL.
           05 FILLER PIC X(14) VALUE "EMPLEADO".
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC 9(3)  VALUE 6.
           05 FILLER PIC X(14) VALUE "FECHA INICIO".
           05 FILLER PIC 9(3)  VALUE 7.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "TIPO".
           05 FILLER PIC 9(3)  VALUE 15.
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC X(14) VALUE "FECHA FIN".
           05 FILLER PIC 9(3)  VALUE 16.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "APROBADO POR".
           05 FILLER PIC 9(3)  VALUE 24.
           05 FILLER PIC 9(3)  VALUE 20.
           05 FILLER PIC X(14) VALUE "OBSERVACION".
           05 FILLER PIC 9(3)  VALUE 44.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X(14) VALUE "FECHA CAPTURA".
           05 FILLER PIC 9(3)  VALUE 74.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "CAPTURADO POR".
           05 FILLER PIC 9(3)  VALUE 82.
           05 FILLER PIC 9(3)  VALUE 8.

       01  TABLA-LICENCIAS REDEFINES TABLA-LICENCIAS-VAL.
           05 CAMPO-LIC OCCURS 8 TIMES.
              10 CLIC-NOMBRE   PIC X(14).
              10 CLIC-POSICION PIC 9(3).
              10 CLIC-LARGO    PIC 9(3).

      * TRAZADO DE CERTIFICA.CPY, QUE ES LO QUE GRABA PROG0077.
       01  TABLA-CERTIFICA-VAL.
           05 FILLER PIC X(14) VALUE "EMPLEADO".
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC 9(3)  VALUE 6.
           05 FILLER PIC X(14) VALUE "CERTIFICACION".
           05 FILLER PIC 9(3)  VALUE 7.
           05 FILLER PIC 9(3)  VALUE 4.
           05 FILLER PIC X(14) VALUE "FECHA EMISION".
           05 FILLER PIC 9(3)  VALUE 11.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "FECHA VENCE".
           05 FILLER PIC 9(3)  VALUE 19.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "EMITIDA POR".
           05 FILLER PIC 9(3)  VALUE 27.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X(14) VALUE "FECHA CAPTURA".
           05 FILLER PIC 9(3)  VALUE 57.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "CAPTURADO POR".
           05 FILLER PIC 9(3)  VALUE 65.
           05 FILLER PIC 9(3)  VALUE 8.

       01  TABLA-CERTIFICA REDEFINES TABLA-CERTIFICA-VAL.
           05 CAMPO-CER OCCURS 7 TIMES.
              10 CCER-NOMBRE   PIC X(14).
              10 CCER-POSICION PIC 9(3).
              10 CCER-LARGO    PIC 9(3).

      * TRAZADO DE VISITAS.CPY, QUE ES LO QUE GRABA PROG0079.
       01  TABLA-VISITAS-VAL.
           05 FILLER PIC X(14) VALUE "FECHA VISITA".
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "ANFITRION".
           05 FILLER PIC 9(3)  VALUE 9.
           05 FILLER PIC 9(3)  VALUE 6.
           05 FILLER PIC X(14) VALUE "VISITANTE".
           05 FILLER PIC 9(3)  VALUE 15.
           05 FILLER PIC 9(3)  VALUE 20.
           05 FILLER PIC X(14) VALUE "EMPRESA".
           05 FILLER PIC 9(3)  VALUE 35.
           05 FILLER PIC 9(3)  VALUE 30.
           05 FILLER PIC X(14) VALUE "HORA ESPERADA".
           05 FILLER PIC 9(3)  VALUE 65.
           05 FILLER PIC 9(3)  VALUE 4.
           05 FILLER PIC X(14) VALUE "ESTADO".
           05 FILLER PIC 9(3)  VALUE 69.
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC X(14) VALUE "HORA LLEGADA".
           05 FILLER PIC 9(3)  VALUE 70.
           05 FILLER PIC 9(3)  VALUE 6.
           05 FILLER PIC X(14) VALUE "FECHA CAPTURA".
           05 FILLER PIC 9(3)  VALUE 76.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "CAPTURADO POR".
           05 FILLER PIC 9(3)  VALUE 84.
           05 FILLER PIC 9(3)  VALUE 8.

       01  TABLA-VISITAS REDEFINES TABLA-VISITAS-VAL.
           05 CAMPO-VIS OCCURS 9 TIMES.
              10 CVIS-NOMBRE   PIC X(14).
              10 CVIS-POSICION PIC 9(3).
              10 CVIS-LARGO    PIC 9(3).

      * TRAZADO DE MAKEUPLINK.CPY: LIGAS DE JUEGOS POSPUESTOS CON SU
      * JUEGO DE REPOSICION, QUE GRABA MAINTAININDEXFILE COMO
      * MAKEUPLINK.
       01  TABLA-REPOSICION-VAL.
           05 FILLER PIC X(14) VALUE "POSTPONED CODE".
           05 FILLER PIC 9(3)  VALUE 1.
           05 FILLER PIC 9(3)  VALUE 36.
           05 FILLER PIC X(14) VALUE "MAKEUP CODE".
           05 FILLER PIC 9(3)  VALUE 37.
           05 FILLER PIC 9(3)  VALUE 36.
           05 FILLER PIC X(14) VALUE "LINK DATE".
           05 FILLER PIC 9(3)  VALUE 73.
           05 FILLER PIC 9(3)  VALUE 8.
           05 FILLER PIC X(14) VALUE "LINKED BY".
           05 FILLER PIC 9(3)  VALUE 81.
           05 FILLER PIC 9(3)  VALUE 8.

       01  TABLA-REPOSICION REDEFINES TABLA-REPOSICION-VAL.
           05 CAMPO-REP OCCURS 4 TIMES.
              10 CREP-NOMBRE   PIC X(14).
              10 CREP-POSICION PIC 9(3).
              10 CREP-LARGO    PIC 9(3).

       01  CAMPO-ACTUAL.
           05 CAM-NOMBRE   PIC X(14).
           05 CAM-POSICION PIC 9(3).

      * EL TRAZADO SE ELIGE POR EL PROGRAMA QUE GRABO EL MOVIMIENTO:
      * MAINTAININDEXFILE TRABAJA SOBRE BASEBALLIDX.DAT, PROG0043
      * SOBRE LOS CONTACTOS DE EMERGENCIA, PROG0031 SOBRE LOS
      * PERMISOS DE LOS OPERADORES, PROG0065 SOBRE LAS LICENCIAS,
      * PROG0077 SOBRE LAS CERTIFICACIONES, PROG0079 SOBRE LAS VISITAS
      * ANUNCIADAS, MAKEUPLINK SOBRE LAS LIGAS DE JUEGOS DE
      * REPOSICION, Y TODOS LOS DEMAS SOBRE EL MAESTRO DE EMPLEADOS.
       COMPARAR-IMAGENES.
       EVALUATE AUD-PROGRAMA
           WHEN "MAINTAININDEXFILE"
               PERFORM COMPARAR-CAMPO-CONTACTO
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN "PROG0031"
               MOVE 4 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-ACCESO
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN "PROG0065"
               MOVE 8 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-LICENCIA
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN "PROG0077"
               MOVE 7 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-CERTIFICA
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN "PROG0079"
               MOVE 9 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-VISITA
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN "MAKEUPLINK"
               MOVE 4 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-REPOSICION
               VARYING CAM-IDX FROM 1 BY 1
               UNTIL CAM-IDX > CAM-TOPE
           WHEN OTHER
               MOVE 11 TO CAM-TOPE
               PERFORM COMPARAR-CAMPO-EMPLEADO
       MOVE CAMPO-CON(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-CAMPO-ACCESO.
       MOVE CAMPO-ACC(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-CAMPO-LICENCIA.
       MOVE CAMPO-LIC(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-CAMPO-CERTIFICA.
       MOVE CAMPO-CER(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-CAMPO-VISITA.
       MOVE CAMPO-VIS(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-CAMPO-REPOSICION.
       MOVE CAMPO-REP(CAM-IDX) TO CAMPO-ACTUAL.
       PERFORM COMPARAR-UN-CAMPO.

       COMPARAR-UN-CAMPO.
       IF AUD-IMAGEN-ANTES(CAM-POSICION:CAM-LARGO) NOT =
           AUD-IMAGEN-DESPUES(CAM-POSICION:CAM-LARGO)
