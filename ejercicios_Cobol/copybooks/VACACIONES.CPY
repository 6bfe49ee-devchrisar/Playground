      * -------------------------------------------------------------- *
      * VACACIONES.CPY                                                  *
      * REGISTRO DEL ARCHIVO DE SALDOS DE VACACIONES (VACACIONES.DAT),  *
      * UNO POR EMPLEADO, QUE LLEVA PROG0066. CADA ANIVERSARIO DE       *
      * SERVICIO SE ACREDITAN LOS DIAS QUE MARCA LA TABLA POR ANOS DE   *
      * SERVICIO; LO TOMADO SON LOS DIAS LABORABLES DE LAS LICENCIAS DE *
      * VACACIONES (LICENCIAS.DAT) DESDE LA APERTURA DEL SALDO HASTA LA *
      * FECHA DE CORTE, Y SE RECALCULA COMPLETO EN CADA CORRIDA PARA    *
      * QUE UNA LICENCIA CAPTURADA O CORREGIDA TARDE QUEDE REFLEJADA.   *
      * EL SALDO (OTORGADO MENOS TOMADO) SE ARRASTRA DE UN ANO A OTRO   *
      * Y PUEDE QUEDAR NEGATIVO.                                        *
      * -------------------------------------------------------------- *
       01 VACACIONES-REGISTRO.
          05 VAC-EMPLEADO         PIC X(6).
          05 VAC-FECHA-APERTURA   PIC 9(8).
          05 VAC-ANOS-ACREDITADOS PIC 9(3).
          05 VAC-FECHA-ULT-ANIV   PIC 9(8).
          05 VAC-TOTAL-OTORGADO   PIC 9(5).
          05 VAC-TOTAL-TOMADO     PIC 9(5).
          05 VAC-SALDO            PIC S9(5) SIGN LEADING SEPARATE.
          05 VAC-FECHA-PROCESO    PIC 9(8).
