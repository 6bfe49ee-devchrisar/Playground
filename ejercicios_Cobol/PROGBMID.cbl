       *> 01/09/2026 - AL CERRAR EL REPORTE SE ARCHIVA UNA COPIA       *
       *>              FECHADA VIA PROG0050 (AREA REPARCH); PROG0051   *
       *>              LISTA Y REIMPRIME LAS COPIAS RETENIDAS.         *
       *> 15/10/2026 - EL TRAZADO DE BMILOG.DAT TRAE AL FINAL LA       *
       *>              UNIDAD DE LA MEDICION (M/I). EL RESUMEN NO      *
       *>              CAMBIA: CUENTA CATEGORIAS DE BMI, QUE SALEN     *
       *>              IGUALES SEA CUAL SEA LA UNIDAD EN QUE SE TOMO   *
       *>              LA MEDICION.                                    *
       *>--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 LOG-BMI        PIC X(6).
           05 FILLER         PIC X(1).
           05 LOG-CATEGORIA  PIC X(15).
           05 FILLER         PIC X(1).
           05 LOG-UNIDAD     PIC X(1).

       SD ORDENADO-ARCHIVO.
       01 ORDENADO-REGISTRO.
