      * -------------------------------------------------------------- *
      * PENDIENTES.CPY                                                  *
      * REGISTRO DEL ARCHIVO DE SOLICITUDES PENDIENTES                  *
      * (PENDIENTES.DAT). LAS ACCIONES DESTRUCTIVAS DE SUPERVISOR       *
      * (TERMINACION DE UN EMPLEADO EN PROG0020, BORRADO DE UN JUEGO EN *
      * MAINTAININDEXFILE Y LA DEPURACION DE PROG0046) YA NO SE APLICAN *
      * AL MOMENTO: SE REGISTRAN AQUI (PROG0058) Y UN SEGUNDO           *
      * SUPERVISOR, FIRMADO CON OTRA CLAVE EN PROG0022, LAS APRUEBA O   *
      * RECHAZA EN PROG0059. LA SOLICITUD GUARDA LA IMAGEN DEL REGISTRO *
      * AL PEDIRLA; SI AL APROBAR EL MAESTRO YA CAMBIO, LA SOLICITUD NO *
      * SE APLICA. LA QUE NADIE RESUELVE ANTES DE SU DIA DE VENCIMIENTO *
      * LA VENCE EL LOTE NOCTURNO (PROG0060) Y SALE EN EL REPORTE       *
      * PENDVENC.PRT. EL FOLIO ES LA FECHA Y HORA DE LA SOLICITUD; LA   *
      * LLAVE ALTERNA (TIPO + CLAVE) EVITA DOS SOLICITUDES VIVAS SOBRE  *
      * LO MISMO. PEN-DATO LLEVA LA FECHA DE BAJA (TERMINACION) O LA    *
      * FECHA DE CORTE (DEPURACION); PEN-VENCE-DIAS ES EL ULTIMO DIA    *
      * VIGENTE COMO DIA CORRIDO (VER PROG0061).                        *
      * -------------------------------------------------------------- *
       01 PENDIENTES-REGISTRO.
          05 PEN-FOLIO.
             10 PEN-FECHA-SOL   PIC 9(8).
             10 PEN-HORA-SOL    PIC 9(8).
          05 PEN-LLAVE.
             10 PEN-TIPO        PIC X(1).
                88 PEN-TERMINACION VALUE "T".
                88 PEN-BORRA-JUEGO VALUE "J".
                88 PEN-DEPURACION  VALUE "D".
             10 PEN-CLAVE       PIC X(36).
          05 PEN-ESTADO         PIC X(1).
             88 PEN-PENDIENTE   VALUE "P".
             88 PEN-APROBADA    VALUE "A".
             88 PEN-RECHAZADA   VALUE "R".
             88 PEN-VENCIDA     VALUE "V".
             88 PEN-NO-APLICADA VALUE "N".
          05 PEN-DATO           PIC X(8).
          05 PEN-SOLICITANTE    PIC X(8).
          05 PEN-VENCE-DIAS     PIC 9(7).
          05 PEN-APROBADOR      PIC X(8).
          05 PEN-FECHA-RES      PIC 9(8).
          05 PEN-HORA-RES       PIC 9(6).
          05 PEN-MOTIVO         PIC X(40).
          05 PEN-IMAGEN         PIC X(200).
