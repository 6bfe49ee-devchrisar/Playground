       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0061.
       AUTHOR.                    DEVCHRISAR
       INSTALLATION.              PC/WINDOWS.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL/LIBRE ACCESO.
      * -------------------------------------------------------------- *
      * OBJETIVO:CONVERSION COMUN DE FECHAS. CONVIERTE UNA FECHA        *
      *          AAAAMMDD EN DIA CORRIDO (NUMERO DE DIA CONTINUO) Y UN  *
      *          DIA CORRIDO DE REGRESO EN FECHA, CON EL CALENDARIO     *
      *          GREGORIANO COMPLETO (LARGO DE CADA MES Y BISIESTOS).   *
      *          ASI CUALQUIER PROGRAMA SUMA DIAS A UNA FECHA O CUENTA  *
      *          LOS DIAS ENTRE DOS FECHAS CON UNA SUMA O UNA RESTA,    *
      *          EN VEZ DE REPETIR EL CALCULO DEL CALENDARIO. SE LLAMA  *
      *          CON EL AREA EXTERNA FECHADIAS; UNA FECHA QUE NO ES DE  *
      *          CALENDARIO REGRESA CNV-ERROR.                          *
      * -------------------------------------------------------------- *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY FECHADIAS.

       01  FECHA-TRABAJO.
           05 FT-ANO PIC 9(4).
           05 FT-MES PIC 9(2).
           05 FT-DIA PIC 9(2).

       01  FECHA-VALIDA-SW PIC X.
           88 FECHA-VALIDA VALUE "S".

       01  CALCULO-BISIESTO.
           05 BIS-COCIENTE  PIC 9(4).
           05 BIS-RESTO-4   PIC 9(4).
           05 BIS-RESTO-100 PIC 9(4).
           05 BIS-RESTO-400 PIC 9(4).
           05 ANO-BISIESTO-SW PIC X.
              88 ANO-BISIESTO VALUE "S".

      * EL ANO SE CUENTA DESDE MARZO (ENERO Y FEBRERO SON LOS MESES
      * 10 Y 11 DEL ANO ANTERIOR) PARA QUE EL DIA 29 DE FEBRERO QUEDE
      * AL FINAL Y EL LARGO DE LOS MESES SIGA UNA SERIE FIJA.
       01  CALCULO-DIAS.
           05 CAL-ANO       PIC 9(7) COMP.
           05 CAL-MES       PIC 9(7) COMP.
           05 CAL-SIGLOS    PIC 9(7) COMP.
           05 CAL-RESTO     PIC 9(7) COMP.
           05 CAL-AUXILIAR  PIC 9(9) COMP.
           05 CAL-DIAS-MES  PIC 9(7) COMP.
           05 CAL-CUARTOS   PIC 9(7) COMP.
           05 CAL-CENTENAS  PIC 9(7) COMP.
           05 CAL-CUADRI    PIC 9(7) COMP.
           05 CAL-AJUSTE    PIC 9(7) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       SET CNV-ERROR TO TRUE.
       EVALUATE TRUE
           WHEN CNV-A-DIAS
               PERFORM CONVERTIR-A-DIAS
           WHEN CNV-A-FECHA
               PERFORM CONVERTIR-A-FECHA
           WHEN OTHER
               MOVE ZERO TO CNV-DIAS
       END-EVALUATE.

       PROGRAM-DONE.
       GOBACK.

       CONVERTIR-A-DIAS.
       MOVE ZERO TO CNV-DIAS.
       MOVE CNV-FECHA TO FECHA-TRABAJO.
       PERFORM VALIDAR-FECHA.
       IF FECHA-VALIDA
           IF FT-MES < 3
               COMPUTE CAL-ANO = FT-ANO + 4799
               COMPUTE CAL-MES = FT-MES + 9
           ELSE
               COMPUTE CAL-ANO = FT-ANO + 4800
               COMPUTE CAL-MES = FT-MES - 3
           END-IF
           COMPUTE CAL-AUXILIAR = 153 * CAL-MES + 2
           DIVIDE CAL-AUXILIAR BY 5 GIVING CAL-DIAS-MES
           DIVIDE CAL-ANO BY 4 GIVING CAL-CUARTOS
           DIVIDE CAL-ANO BY 100 GIVING CAL-CENTENAS
           DIVIDE CAL-ANO BY 400 GIVING CAL-CUADRI
           COMPUTE CNV-DIAS = FT-DIA + CAL-DIAS-MES
               + 365 * CAL-ANO + CAL-CUARTOS - CAL-CENTENAS
               + CAL-CUADRI - 32045
           SET CNV-OK TO TRUE
       END-IF.

      * CAMINO INVERSO DEL MISMO CALCULO: PRIMERO LOS CICLOS DE 400
      * ANOS, LUEGO LOS ANOS DENTRO DEL SIGLO, Y AL FINAL EL MES Y
      * EL DIA DENTRO DEL ANO QUE EMPIEZA EN MARZO.
       CONVERTIR-A-FECHA.
       MOVE ZERO TO CNV-FECHA.
       IF CNV-DIAS IS NUMERIC AND CNV-DIAS > 32044
           COMPUTE CAL-AUXILIAR = (CNV-DIAS + 32044) * 4 + 3
           DIVIDE CAL-AUXILIAR BY 146097 GIVING CAL-SIGLOS
               REMAINDER CAL-RESTO
           DIVIDE CAL-RESTO BY 4 GIVING CAL-RESTO
           COMPUTE CAL-AUXILIAR = CAL-RESTO * 4 + 3
           DIVIDE CAL-AUXILIAR BY 1461 GIVING CAL-ANO
               REMAINDER CAL-AJUSTE
           DIVIDE CAL-AJUSTE BY 4 GIVING CAL-AJUSTE
           COMPUTE CAL-AUXILIAR = CAL-AJUSTE * 5 + 2
           DIVIDE CAL-AUXILIAR BY 153 GIVING CAL-MES
           COMPUTE CAL-AUXILIAR = 153 * CAL-MES + 2
           DIVIDE CAL-AUXILIAR BY 5 GIVING CAL-DIAS-MES
           COMPUTE FT-DIA = CAL-AJUSTE - CAL-DIAS-MES + 1
           IF CAL-MES < 10
               COMPUTE FT-MES = CAL-MES + 3
               COMPUTE FT-ANO = CAL-SIGLOS * 100 + CAL-ANO - 4800
           ELSE
               COMPUTE FT-MES = CAL-MES - 9
               COMPUTE FT-ANO = CAL-SIGLOS * 100 + CAL-ANO - 4799
           END-IF
           MOVE FECHA-TRABAJO TO CNV-FECHA
           SET CNV-OK TO TRUE
       END-IF.

      * VALIDA QUE FECHA-TRABAJO SEA UNA FECHA DE CALENDARIO REAL
      * (MES 1-12, DIA SEGUN EL MES Y ANO BISIESTO).
       VALIDAR-FECHA.
       MOVE "N" TO FECHA-VALIDA-SW.
       IF FECHA-TRABAJO IS NUMERIC
           AND FT-ANO > 1900
           AND FT-MES > 0 AND FT-MES < 13
           AND FT-DIA > 0
           EVALUATE FT-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF FT-DIA < 32
                       MOVE "S" TO FECHA-VALIDA-SW
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF FT-DIA < 31
                       MOVE "S" TO FECHA-VALIDA-SW
                   END-IF
               WHEN 2
                   IF FT-DIA < 29
                       MOVE "S" TO FECHA-VALIDA-SW
                   END-IF
                   IF FT-DIA = 29
                       PERFORM VALIDAR-BISIESTO
                       IF ANO-BISIESTO
                           MOVE "S" TO FECHA-VALIDA-SW
                       END-IF
                   END-IF
           END-EVALUATE
       END-IF.

       VALIDAR-BISIESTO.
       MOVE "N" TO ANO-BISIESTO-SW.
       DIVIDE FT-ANO BY 4 GIVING BIS-COCIENTE
           REMAINDER BIS-RESTO-4.
       DIVIDE FT-ANO BY 100 GIVING BIS-COCIENTE
           REMAINDER BIS-RESTO-100.
       DIVIDE FT-ANO BY 400 GIVING BIS-COCIENTE
           REMAINDER BIS-RESTO-400.
       IF BIS-RESTO-4 = 0
           AND (BIS-RESTO-100 NOT = 0 OR BIS-RESTO-400 = 0)
           MOVE "S" TO ANO-BISIESTO-SW
       END-IF.

       END PROGRAM PROG0061.
