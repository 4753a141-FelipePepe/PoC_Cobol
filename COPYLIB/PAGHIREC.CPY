      ******************************************************************
      * PAGHIREC - historia de pagos aplicados a prestamos
      * PAGOS_PRESTAMO_HISTORIA.DAT. PAGOS-PRESTAMOS anade una linea
      * por cada pago que aplica (total o en parte) a un prestamo
      * vivo, con el reparto de lo aplicado: primero la demora
      * facturada y, dentro de cada cuota, primero su interes y
      * despues su capital. Lo aparcado en suspenso es la diferencia
      * entre lo recibido y lo aplicado. Las recuperaciones de
      * fallidos van a RECUPERACIONES_PRESTAMO.DAT y no figuran aqui.
      * PGH-FECHA-PAGO es la fecha del pago en sucursal (la de
      * proceso si llego sin ella) y fija el ejercicio en que se
      * certifica el interes pagado (CERTIFICA-INTERESES).
      ******************************************************************
       01  PAGO-HISTORIA-REGISTRO.
           05  PGH-FECHA-PROCESO PIC 9(8).
           05  PGH-FECHA-PAGO PIC 9(8).
           05  PGH-REFERENCIA PIC X(8).
           05  PGH-CLIENTE PIC X(10).
           05  PGH-SUCURSAL PIC X(4).
           05  PGH-IMPORTE-RECIBIDO PIC 9(9)V99.
           05  PGH-IMPORTE-APLICADO PIC 9(9)V99.
           05  PGH-DEMORA-COBRADA PIC 9(9)V99.
           05  PGH-INTERES-COBRADO PIC 9(9)V99.
           05  PGH-CAPITAL-COBRADO PIC 9(9)V99.
