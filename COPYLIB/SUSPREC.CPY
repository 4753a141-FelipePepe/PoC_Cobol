      * DV = divisa sin tasa en el fichero de cambios del dia.
      * Estados: P = pendiente, L = liberado al siguiente lote,
      * C = cancelado por el operador, R = completado por la
      * segunda pasada de alta precision (REPROCESO-PRECISION),
      * F = dada por fallida (quebranto aprobado en doble control por
      * FALLIDOS-APROBACION; el detalle queda en SUSPENSO_FALLIDOS.DAT).
      * SUS-ORIGEN es el originador de la partida suspendida; las
      * liberaciones lo devuelven en el detalle para que se liquide al
      * suyo. Las lineas grabadas antes de existir lo leen en blanco.
      ******************************************************************
       01  SUSPENSO-REGISTRO.
           05  SUS-GRUPO PIC X(7).
               88  SUS-LIBERADO VALUE "L".
               88  SUS-CANCELADO VALUE "C".
               88  SUS-REPROCESADO VALUE "R".
               88  SUS-FALLIDO VALUE "F".
           05  SUS-FECHA-SUSPENSO PIC 9(8).
           05  SUS-DIVISA PIC X(3).
           05  SUS-SUCURSAL PIC X(4).
           05  SUS-ORIGEN PIC X(10).
