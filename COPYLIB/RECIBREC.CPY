      ******************************************************************
      * RECIBREC - recibo de prestamo en RECIBOS_PRESTAMO.DAT
      * Lo graban FACTURA-PRESTAMOS por cada cuota facturada (tipo C)
      * y MORA-PRESTAMOS por el interes de demora devengado en la
      * noche (tipo M, sin periodo: todo el importe es interes).
      ******************************************************************
       01  RECIBO-RECORD.
           05  REC-REFERENCIA PIC X(8).
           05  REC-CLIENTE PIC X(10).
           05  REC-SUCURSAL PIC X(4).
           05  REC-PERIODO PIC 9(4).
           05  REC-VENCIMIENTO PIC 9(8).
           05  REC-CUOTA PIC 9(9)V99.
           05  REC-INTERES PIC 9(9)V99.
           05  REC-CAPITAL PIC 9(9)V99.
           05  REC-FECHA-FACTURA PIC 9(8).
           05  REC-TIPO PIC X.
               88  REC-CUOTA-ORDINARIA VALUE "C".
               88  REC-MORA VALUE "M".
