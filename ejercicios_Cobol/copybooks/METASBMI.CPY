      * -------------------------------------------------------------- *
      * METASBMI.CPY                                                    *
      * REGISTRO DEL ARCHIVO DE METAS DE BMI DEL PROGRAMA DE BIENESTAR  *
      * (METASBMI.DAT), UNO POR PARTICIPANTE INSCRITO, CLAVE EL ID DE   *
      * EMPLEADO. LLEVA LA FECHA DE INICIO CON EL BMI DE ARRANQUE Y EL  *
      * BMI QUE SE QUIERE ALCANZAR PARA LA FECHA META. EL COORDINADOR   *
      * LO MANTIENE CON PROGBMIM; EL AVANCE CONTRA LAS MEDICIONES DE    *
      * BMILOG.DAT LO REPORTA PROGBMIP.                                 *
      * -------------------------------------------------------------- *
       01 METASBMI-REGISTRO.
          05 MET-EMPLEADO      PIC X(6).
          05 MET-FECHA-INICIO  PIC 9(8).
          05 MET-BMI-INICIAL   PIC 9(3)V99.
          05 MET-BMI-META      PIC 9(3)V99.
          05 MET-FECHA-META    PIC 9(8).
          05 MET-FECHA-CAPTURA PIC 9(8).
          05 MET-CAPTURADO-POR PIC X(8).
