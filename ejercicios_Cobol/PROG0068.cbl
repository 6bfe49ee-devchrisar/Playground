       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0068.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL - NOMINA.
      * -------------------------------------------------------------- *
      * OBJETIVO:CONCILIACION DEL ACUSE DEL BURO DE NOMINA              *
      *          (ACUSENOM.DAT) CONTRA EL EXTRACTO ENVIADO              *
      *          (NOMINA.DAT, VER PROG0035), PARA QUE UN EMPLEADO QUE   *
      *          EL BURO RECHAZA EN SILENCIO NO SE QUEDE SIN PAGO. EL   *
      *          ACUSE TRAE EL MISMO MARCO QUE EL EXTRACTO: ENCABEZADO  *
      *          CON LA FECHA DEL EXTRACTO QUE ACUSA, UN DETALLE POR    *
      *          EMPLEADO CON ACEPTADO O RECHAZADO Y SU CODIGO DE       *
      *          MOTIVO, Y CIERRE CON EL TOTAL DE DETALLES. IMPRIME     *
      *          (ACUSENOM.PRT) LOS ACEPTADOS, LOS RECHAZADOS, LOS      *
      *          ENVIADOS QUE EL ACUSE NO TRAE (FALTANTES) Y LOS QUE    *
      *          TRAE SIN HABERSE ENVIADO. SI LA FECHA DEL ENCABEZADO   *
      *          ES LA DEL EXTRACTO Y LOS TOTALES CUADRAN, EL EXTRACTO  *
      *          QUEDA CONCILIADO EN NOMINACTL.DAT Y PROG0035 PUEDE     *
      *          VOLVER A CORRER; SI NO, SIGUE RETENIDO. LOS RECHAZOS   *
      *          Y FALTANTES DEJAN ADEMAS UNA ALERTA DE OPERACION.      *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "NOMINA.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS NOMINA-ESTADO.

       SELECT OPTIONAL ACUSE-ARCHIVO
       ASSIGN TO "ACUSENOM.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACUSE-ESTADO.

       SELECT OPTIONAL CONTROL-ARCHIVO
       ASSIGN TO "NOMINACTL.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTE-ARCHIVO
       ASSIGN TO "ACUSENOM.PRT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ARCHIVO.
           COPY NOMINA.

      * ACUSE DEL BURO, CON EL MARCO DE NOMINA.DAT: H + FECHA DEL
      * EXTRACTO ACUSADO (Y FECHA EN QUE EL BURO LO PROCESO),
      * D + ID + A/R + MOTIVO, T + TOTAL DE DETALLES.
       FD ACUSE-ARCHIVO.
           01 ACUSE-REGISTRO.
               05 ACU-TIPO PIC X.
                  88 ACU-ENCABEZADO VALUE "H".
                  88 ACU-DETALLE    VALUE "D".
                  88 ACU-CIERRE     VALUE "T".
               05 ACU-DATOS PIC X(107).
               05 ACU-DATOS-ENC REDEFINES ACU-DATOS.
                  10 ACU-FECHA-EXTRACTO PIC 9(8).
                  10 ACU-FECHA-BURO     PIC 9(8).
                  10 FILLER             PIC X(91).
               05 ACU-DATOS-DET REDEFINES ACU-DATOS.
                  10 ACU-ID     PIC X(6).
                  10 ACU-ESTADO PIC X(1).
                     88 ACU-ACEPTADO  VALUE "A".
                     88 ACU-RECHAZADO VALUE "R".
                  10 ACU-MOTIVO PIC X(4).
                  10 FILLER     PIC X(96).
               05 ACU-DATOS-CIERRE REDEFINES ACU-DATOS.
                  10 ACU-TOTAL PIC 9(9).
                  10 FILLER    PIC X(98).

       FD CONTROL-ARCHIVO.
           COPY NOMINACTL.

       FD REPORTE-ARCHIVO.
           01 LINEA-IMPRESION PIC X(121).

       FD RUN-HISTORY.
           01 RUN-HISTORY-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY REPARCH.

       COPY ALEGRABA.

       01  RUN-STAMP.
           05 RUN-FECHA-ACT PIC 9(8).
           05 RUN-HORA-ACT  PIC 9(8).

       01  NOMINA-ESTADO PIC X(2).
           88 NOMINA-OK VALUE "00".

       01  ACUSE-ESTADO PIC X(2).
           88 ACUSE-OK VALUE "00".

       01  FECHA-PROCESO PIC 9(8).

      * CONTROL LEIDO DE NOMINACTL.DAT; SIN CONTROL NO HAY EXTRACTO
      * QUE CONCILIAR.
       01  CONTROL-LEIDO.
           05 CTR-FECHA-CORTE   PIC 9(8) VALUE ZERO.
           05 CTR-ACUSE-ESTADO  PIC X(1) VALUE SPACE.
              88 CTR-PENDIENTE VALUE "P".
           05 CTR-TOTAL-ENVIADO PIC 9(9) VALUE ZERO.

       01  EXTRACTO-LEIDO.
           05 EXT-FECHA  PIC 9(8) VALUE ZERO.
           05 EXT-TOTAL  PIC 9(9) VALUE ZERO.

       01  ACUSE-LEIDO.
           05 ACL-FECHA      PIC 9(8) VALUE ZERO.
           05 ACL-FECHA-BURO PIC 9(8) VALUE ZERO.
           05 ACL-TOTAL      PIC 9(9) VALUE ZERO.

      * EMPLEADOS ENVIADOS EN EL EXTRACTO, CON LO QUE EL ACUSE DIJO
      * DE CADA UNO (EN BLANCO = EL ACUSE NO LO TRAE).
       77  ENV-MAXIMO  PIC 9(5) COMP VALUE 5000.
       77  ENV-TOTAL   PIC 9(5) COMP VALUE ZERO.
       77  ENV-IDX     PIC 9(5) COMP.
       77  ENV-HALLADO PIC 9(5) COMP.

       01  ENVIADOS-TABLA.
           05 ENV-ENTRADA OCCURS 5000 TIMES.
              10 ENV-ID         PIC X(6).
              10 ENV-NOMBRE     PIC X(25).
              10 ENV-APELLIDOS  PIC X(35).
              10 ENV-MOVIMIENTO PIC X(1).
              10 ENV-RESPUESTA  PIC X(1).
                 88 ENV-ACEPTADO  VALUE "A".
                 88 ENV-RECHAZADO VALUE "R".
                 88 ENV-FALTANTE  VALUE SPACE.
              10 ENV-MOTIVO     PIC X(4).

      * IDS QUE EL ACUSE TRAE Y NO SE ENVIARON.
       77  AJE-MAXIMO  PIC 9(3) COMP VALUE 200.
       77  AJE-TOTAL   PIC 9(3) COMP VALUE ZERO.
       77  AJE-IDX     PIC 9(3) COMP.

       01  AJENOS-TABLA.
           05 AJE-ENTRADA OCCURS 200 TIMES.
              10 AJE-ID     PIC X(6).
              10 AJE-ESTADO PIC X(1).
              10 AJE-MOTIVO PIC X(4).

       01  WS-INDICADORES.
           05 WS-FIN-NOMINA-SW PIC X VALUE "N".
              88 FIN-NOMINA VALUE "S".
           05 WS-FIN-ACUSE-SW PIC X VALUE "N".
              88 FIN-ACUSE VALUE "S".
           05 WS-FIN-CONTROL-SW PIC X VALUE "N".
              88 FIN-CONTROL VALUE "S".
           05 WS-CONCILIADO-SW PIC X VALUE "N".
              88 EXTRACTO-CONCILIADO VALUE "S".

       01  MOTIVO-NO-CONCILIA PIC X(60) VALUE SPACE.

       01  WS-CONTADORES.
           05 WS-TOTAL-DET-ACUSE  PIC 9(9) VALUE ZERO.
           05 WS-TOTAL-ACEPTADOS  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-RECHAZADOS PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-FALTANTES  PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-AJENOS     PIC 9(5) VALUE ZERO.

       01  ENCABEZADO-1.
           05 FILLER PIC X(50) VALUE
              "DEVCHRISAR, S.A. - ACUSE DEL BURO DE NOMINA, ".
           05 FILLER PIC X(9) VALUE "EXTRACTO ".
           05 ENC1-FECHA PIC 9999/99/99.

       01  LINEA-BLANCO.
           05 FILLER PIC X(100) VALUE SPACE.

       01  TITULO-SECCION.
           05 TIT-TEXTO PIC X(60).

       01  ENCABEZADO-DET.
           05 FILLER PIC X(8)  VALUE "ID".
           05 FILLER PIC X(27) VALUE "NOMBRE".
           05 FILLER PIC X(37) VALUE "APELLIDOS".
           05 FILLER PIC X(5)  VALUE "MOV".
           05 FILLER PIC X(8)  VALUE "MOTIVO".

       01  LINEA-DETALLE.
           05 DET-ID         PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-NOMBRE     PIC X(25).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-APELLIDOS  PIC X(35).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 DET-MOVIMIENTO PIC X(1).
           05 FILLER         PIC X(4) VALUE SPACE.
           05 DET-MOTIVO     PIC X(4).

       01  LINEA-RESULTADO.
           05 RES-TEXTO PIC X(100).

       01  LINEA-TOTAL.
           05 TOT-TITULO PIC X(32).
           05 TOT-VALOR  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       PERFORM 9100-INICIAR-CORRIDA.
       ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD.
       PERFORM LEER-CONTROL-EXTRACTO.
       PERFORM CARGAR-EXTRACTO.
       PERFORM LEER-ACUSE.
       PERFORM VALIDAR-CONCILIACION.
       PERFORM CONTAR-RESPUESTAS
       VARYING ENV-IDX FROM 1 BY 1
       UNTIL ENV-IDX > ENV-TOTAL.
       PERFORM IMPRIMIR-REPORTE.
       IF EXTRACTO-CONCILIADO
           PERFORM MARCAR-CONCILIADO
       ELSE
           MOVE "FAILED" TO RUN-RESULTADO
           MOVE 8 TO RETURN-CODE
       END-IF.
       IF WS-TOTAL-RECHAZADOS > ZERO OR WS-TOTAL-FALTANTES > ZERO
           PERFORM ALERTAR-RECHAZOS
       END-IF.
       MOVE WS-TOTAL-DET-ACUSE TO RUN-REG-ENTRADA.
       MOVE WS-TOTAL-ACEPTADOS TO RUN-REG-SALIDA.
       COMPUTE RUN-REG-RECHAZADOS =
           WS-TOTAL-RECHAZADOS + WS-TOTAL-FALTANTES.
       PERFORM 9200-GRABAR-CORRIDA.

       PROGRAM-DONE.
       GOBACK.

       LEER-CONTROL-EXTRACTO.
       OPEN INPUT CONTROL-ARCHIVO.
       PERFORM LEER-CONTROL
       UNTIL FIN-CONTROL.
       CLOSE CONTROL-ARCHIVO.

       LEER-CONTROL.
       READ CONTROL-ARCHIVO
           AT END
               SET FIN-CONTROL TO TRUE
           NOT AT END
               MOVE CTL-FECHA-CORTE TO CTR-FECHA-CORTE
               MOVE CTL-ACUSE-ESTADO TO CTR-ACUSE-ESTADO
               IF CTR-PENDIENTE
                   MOVE CTL-TOTAL-ENVIADO TO CTR-TOTAL-ENVIADO
               END-IF
       END-READ.

      * EL EXTRACTO ENVIADO SE CARGA COMPLETO; SU ENCABEZADO Y SU
      * CIERRE SON CONTRA LO QUE SE CUADRA EL ACUSE.
       CARGAR-EXTRACTO.
       OPEN INPUT NOMINA-ARCHIVO.
       IF NOMINA-OK
           PERFORM LEER-NOMINA
           PERFORM CARGAR-NOMINA
           UNTIL FIN-NOMINA
           CLOSE NOMINA-ARCHIVO
       END-IF.

       LEER-NOMINA.
       READ NOMINA-ARCHIVO
           AT END
               SET FIN-NOMINA TO TRUE
       END-READ.

       CARGAR-NOMINA.
       EVALUATE TRUE
           WHEN NOM-ENCABEZADO
               MOVE NOM-FECHA-EXTRACTO TO EXT-FECHA
           WHEN NOM-CIERRE
               MOVE NOM-TOTAL TO EXT-TOTAL
           WHEN NOM-DETALLE
               PERFORM AGREGAR-ENVIADO
       END-EVALUATE.
       PERFORM LEER-NOMINA.

       AGREGAR-ENVIADO.
       IF ENV-TOTAL >= ENV-MAXIMO
           DISPLAY "TABLA DE ENVIADOS LLENA (" ENV-MAXIMO ");"
               " LA CONCILIACION ESTA INCOMPLETA."
       ELSE
           ADD 1 TO ENV-TOTAL
           MOVE NOM-ID TO ENV-ID(ENV-TOTAL)
           MOVE NOM-NOMBRE TO ENV-NOMBRE(ENV-TOTAL)
           MOVE NOM-APELLIDOS TO ENV-APELLIDOS(ENV-TOTAL)
           MOVE NOM-MOVIMIENTO TO ENV-MOVIMIENTO(ENV-TOTAL)
           MOVE SPACE TO ENV-RESPUESTA(ENV-TOTAL)
           MOVE SPACE TO ENV-MOTIVO(ENV-TOTAL)
       END-IF.

       LEER-ACUSE.
       OPEN INPUT ACUSE-ARCHIVO.
       IF ACUSE-OK
           PERFORM LEER-REGISTRO-ACUSE
           PERFORM APLICAR-ACUSE
           UNTIL FIN-ACUSE
           CLOSE ACUSE-ARCHIVO
       END-IF.

       LEER-REGISTRO-ACUSE.
       READ ACUSE-ARCHIVO
           AT END
               SET FIN-ACUSE TO TRUE
       END-READ.

       APLICAR-ACUSE.
       EVALUATE TRUE
           WHEN ACU-ENCABEZADO
               MOVE ACU-FECHA-EXTRACTO TO ACL-FECHA
               MOVE ACU-FECHA-BURO TO ACL-FECHA-BURO
           WHEN ACU-CIERRE
               MOVE ACU-TOTAL TO ACL-TOTAL
           WHEN ACU-DETALLE
               ADD 1 TO WS-TOTAL-DET-ACUSE
               PERFORM BUSCAR-ENVIADO
               IF ENV-HALLADO > ZERO
                   MOVE ACU-ESTADO TO ENV-RESPUESTA(ENV-HALLADO)
                   MOVE ACU-MOTIVO TO ENV-MOTIVO(ENV-HALLADO)
               ELSE
                   PERFORM AGREGAR-AJENO
               END-IF
       END-EVALUATE.
       PERFORM LEER-REGISTRO-ACUSE.

       BUSCAR-ENVIADO.
       MOVE ZERO TO ENV-HALLADO.
       PERFORM COMPARAR-ENVIADO
       VARYING ENV-IDX FROM 1 BY 1
       UNTIL ENV-IDX > ENV-TOTAL OR ENV-HALLADO > 0.

       COMPARAR-ENVIADO.
       IF ENV-ID(ENV-IDX) = ACU-ID
           MOVE ENV-IDX TO ENV-HALLADO
       END-IF.

       AGREGAR-AJENO.
       ADD 1 TO WS-TOTAL-AJENOS.
       IF AJE-TOTAL < AJE-MAXIMO
           ADD 1 TO AJE-TOTAL
           MOVE ACU-ID TO AJE-ID(AJE-TOTAL)
           MOVE ACU-ESTADO TO AJE-ESTADO(AJE-TOTAL)
           MOVE ACU-MOTIVO TO AJE-MOTIVO(AJE-TOTAL)
       END-IF.

      * EL ACUSE CONCILIA SI ES DEL ULTIMO EXTRACTO (FECHA DEL
      * ENCABEZADO), SI LLEGO COMPLETO (SUS DETALLES CONTRA SU
      * CIERRE) Y SI EL BURO RECIBIO TODO LO ENVIADO (SU CIERRE
      * CONTRA EL DEL EXTRACTO). LO QUE SE RECHAZO O FALTA SE
      * IMPRIME PARA ATENDERLO, PERO NO DETIENE LA CONCILIACION.
       VALIDAR-CONCILIACION.
       EVALUATE TRUE
           WHEN CTR-FECHA-CORTE = ZERO
               MOVE "NO HAY EXTRACTO REGISTRADO EN NOMINACTL.DAT"
                   TO MOTIVO-NO-CONCILIA
           WHEN EXT-FECHA = ZERO
               MOVE "NO SE ENCONTRO EL EXTRACTO ENVIADO (NOMINA.DAT)"
                   TO MOTIVO-NO-CONCILIA
           WHEN EXT-FECHA NOT = CTR-FECHA-CORTE
               MOVE "NOMINA.DAT NO ES EL ULTIMO EXTRACTO REGISTRADO"
                   TO MOTIVO-NO-CONCILIA
           WHEN ACL-FECHA = ZERO
               MOVE "SIN ACUSE DEL BURO O SIN ENCABEZADO"
                   TO MOTIVO-NO-CONCILIA
           WHEN ACL-FECHA NOT = EXT-FECHA
               MOVE "EL ACUSE ES DE OTRO EXTRACTO (FECHA DISTINTA)"
                   TO MOTIVO-NO-CONCILIA
           WHEN ACL-TOTAL NOT = WS-TOTAL-DET-ACUSE
               MOVE "ACUSE INCOMPLETO: DETALLES NO CUADRAN CON CIERRE"
                   TO MOTIVO-NO-CONCILIA
           WHEN ACL-TOTAL NOT = EXT-TOTAL
               MOVE "EL BURO NO ACUSA TODOS LOS REGISTROS ENVIADOS"
                   TO MOTIVO-NO-CONCILIA
           WHEN OTHER
               SET EXTRACTO-CONCILIADO TO TRUE
       END-EVALUATE.

       CONTAR-RESPUESTAS.
       EVALUATE TRUE
           WHEN ENV-ACEPTADO(ENV-IDX)
               ADD 1 TO WS-TOTAL-ACEPTADOS
           WHEN ENV-RECHAZADO(ENV-IDX)
               ADD 1 TO WS-TOTAL-RECHAZADOS
           WHEN OTHER
               ADD 1 TO WS-TOTAL-FALTANTES
       END-EVALUATE.

      * UNA RESPUESTA QUE NO ES A NI R CUENTA COMO FALTANTE: EL BURO
      * NO DIJO QUE LO APLICO.
       IMPRIMIR-REPORTE.
       OPEN OUTPUT REPORTE-ARCHIVO.
       MOVE EXT-FECHA TO ENC1-FECHA.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-1.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "RECHAZADOS POR EL BURO" TO TIT-TEXTO.
       PERFORM IMPRIMIR-TITULO.
       PERFORM IMPRIMIR-RECHAZADO
       VARYING ENV-IDX FROM 1 BY 1
       UNTIL ENV-IDX > ENV-TOTAL.
       MOVE "ENVIADOS SIN RESPUESTA DEL BURO (FALTANTES)" TO TIT-TEXTO.
       PERFORM IMPRIMIR-TITULO.
       PERFORM IMPRIMIR-FALTANTE
       VARYING ENV-IDX FROM 1 BY 1
       UNTIL ENV-IDX > ENV-TOTAL.
       MOVE "ACUSADOS SIN HABERSE ENVIADO" TO TIT-TEXTO.
       PERFORM IMPRIMIR-TITULO.
       PERFORM IMPRIMIR-AJENO
       VARYING AJE-IDX FROM 1 BY 1
       UNTIL AJE-IDX > AJE-TOTAL.
       MOVE "ACEPTADOS POR EL BURO" TO TIT-TEXTO.
       PERFORM IMPRIMIR-TITULO.
       PERFORM IMPRIMIR-ACEPTADO
       VARYING ENV-IDX FROM 1 BY 1
       UNTIL ENV-IDX > ENV-TOTAL.
       PERFORM IMPRIMIR-TOTALES.
       CLOSE REPORTE-ARCHIVO.
       MOVE "ACUSE NOMINA" TO REP-REPORTE.
       MOVE "ACUSENOM.PRT" TO REP-ARCHIVO.
       MOVE "PROG0068" TO REP-PROGRAMA.
       CALL "PROG0050".

       IMPRIMIR-TITULO.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       WRITE LINEA-IMPRESION FROM TITULO-SECCION.
       WRITE LINEA-IMPRESION FROM ENCABEZADO-DET.

       IMPRIMIR-RECHAZADO.
       IF ENV-RECHAZADO(ENV-IDX)
           PERFORM IMPRIMIR-ENVIADO
       END-IF.

       IMPRIMIR-FALTANTE.
       IF NOT ENV-ACEPTADO(ENV-IDX)
           AND NOT ENV-RECHAZADO(ENV-IDX)
           PERFORM IMPRIMIR-ENVIADO
       END-IF.

       IMPRIMIR-ACEPTADO.
       IF ENV-ACEPTADO(ENV-IDX)
           PERFORM IMPRIMIR-ENVIADO
       END-IF.

       IMPRIMIR-ENVIADO.
       MOVE ENV-ID(ENV-IDX) TO DET-ID.
       MOVE ENV-NOMBRE(ENV-IDX) TO DET-NOMBRE.
       MOVE ENV-APELLIDOS(ENV-IDX) TO DET-APELLIDOS.
       MOVE ENV-MOVIMIENTO(ENV-IDX) TO DET-MOVIMIENTO.
       MOVE ENV-MOTIVO(ENV-IDX) TO DET-MOTIVO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-AJENO.
       MOVE AJE-ID(AJE-IDX) TO DET-ID.
       MOVE "(NO VENIA EN EL EXTRACTO)" TO DET-NOMBRE.
       MOVE SPACE TO DET-APELLIDOS.
       MOVE AJE-ESTADO(AJE-IDX) TO DET-MOVIMIENTO.
       MOVE AJE-MOTIVO(AJE-IDX) TO DET-MOTIVO.
       WRITE LINEA-IMPRESION FROM LINEA-DETALLE.

       IMPRIMIR-TOTALES.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE "DETALLES ENVIADOS (CIERRE):" TO TOT-TITULO.
       MOVE EXT-TOTAL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DETALLES ACUSADOS (CIERRE):" TO TOT-TITULO.
       MOVE ACL-TOTAL TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "DETALLES EN EL ACUSE:" TO TOT-TITULO.
       MOVE WS-TOTAL-DET-ACUSE TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ACEPTADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-ACEPTADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "RECHAZADOS:" TO TOT-TITULO.
       MOVE WS-TOTAL-RECHAZADOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "FALTANTES:" TO TOT-TITULO.
       MOVE WS-TOTAL-FALTANTES TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       MOVE "ACUSADOS SIN ENVIARSE:" TO TOT-TITULO.
       MOVE WS-TOTAL-AJENOS TO TOT-VALOR.
       WRITE LINEA-IMPRESION FROM LINEA-TOTAL.
       WRITE LINEA-IMPRESION FROM LINEA-BLANCO.
       MOVE SPACE TO RES-TEXTO.
       IF EXTRACTO-CONCILIADO
           MOVE "EXTRACTO CONCILIADO; PROG0035 PUEDE CORRER."
               TO RES-TEXTO
       ELSE
           STRING "EXTRACTO NO CONCILIADO (PROG0035 SIGUE RETENIDO): "
               MOTIVO-NO-CONCILIA
               DELIMITED BY SIZE INTO RES-TEXTO
       END-IF.
       WRITE LINEA-IMPRESION FROM LINEA-RESULTADO.
       DISPLAY "ACEPTADOS:  " WS-TOTAL-ACEPTADOS.
       DISPLAY "RECHAZADOS: " WS-TOTAL-RECHAZADOS.
       DISPLAY "FALTANTES:  " WS-TOTAL-FALTANTES.
       DISPLAY RES-TEXTO.

      * SOLO UN EXTRACTO PENDIENTE SE MARCA; VOLVER A PROCESAR EL
      * ACUSE DE UNO YA CONCILIADO SOLO REIMPRIME EL REPORTE.
       MARCAR-CONCILIADO.
       IF CTR-PENDIENTE
           OPEN OUTPUT CONTROL-ARCHIVO
           MOVE CTR-FECHA-CORTE TO CTL-FECHA-CORTE
           SET CTL-ACUSE-CONCILIADO TO TRUE
           MOVE CTR-TOTAL-ENVIADO TO CTL-TOTAL-ENVIADO
           MOVE FECHA-PROCESO TO CTL-FECHA-ACUSE
           WRITE CONTROL-REGISTRO
           CLOSE CONTROL-ARCHIVO
       END-IF.

       ALERTAR-RECHAZOS.
       MOVE "PROG0068" TO ALG-ORIGEN.
       MOVE SPACE TO ALG-TEXTO.
       STRING "NOMINA " EXT-FECHA ": " WS-TOTAL-RECHAZADOS
           " RECHAZADOS, " WS-TOTAL-FALTANTES " FALTANTES"
           DELIMITED BY SIZE INTO ALG-TEXTO.
       CALL "PROG0063".

       9100-INICIAR-CORRIDA.
       MOVE SPACE TO RUN-HIST-REGISTRO.
       MOVE "PROG0068" TO RUN-PROGRAMA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-INI.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-INI.
       MOVE ZERO TO RUN-REG-ENTRADA.
       MOVE ZERO TO RUN-REG-SALIDA.
       MOVE ZERO TO RUN-REG-RECHAZADOS.
       MOVE "OK" TO RUN-RESULTADO.

       9200-GRABAR-CORRIDA.
       ACCEPT RUN-FECHA-ACT FROM DATE YYYYMMDD.
       ACCEPT RUN-HORA-ACT FROM TIME.
       MOVE RUN-FECHA-ACT TO RUN-FECHA-FIN.
       MOVE RUN-HORA-ACT(1:6) TO RUN-HORA-FIN.
       OPEN EXTEND RUN-HISTORY.
       WRITE RUN-HISTORY-LINEA FROM RUN-HIST-REGISTRO.
       CLOSE RUN-HISTORY.


       END PROGRAM PROG0068.
