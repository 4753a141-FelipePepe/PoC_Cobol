      ******************************************************************
      * RECUPREC - recuperacion de un prestamo fallido,
      * RECUPERACIONES_PRESTAMO.DAT. PAGOS-PRESTAMOS graba una linea
      * por cada pago recibido sobre un prestamo en estado F: el
      * importe no se aplica a cuotas sino que se asienta como
      * recuperacion. RCP-RECUPERADO-ACUM es lo recuperado del
      * prestamo hasta ese pago incluido, para compararlo con el
      * importe dado de baja. Lo lista RECUPERACIONES-PRESTAMOS.
      ******************************************************************
       01  RECUPERACION-REGISTRO.
           05  RCP-FECHA-PROCESO PIC 9(8).
           05  RCP-REFERENCIA PIC X(8).
           05  RCP-CLIENTE PIC X(10).
           05  RCP-SUCURSAL PIC X(4).
           05  RCP-FECHA-PAGO PIC 9(8).
           05  RCP-IMPORTE PIC 9(9)V99.
           05  RCP-FECHA-FALLIDO PIC 9(8).
           05  RCP-IMPORTE-FALLIDO PIC 9(9)V99.
           05  RCP-RECUPERADO-ACUM PIC 9(9)V99.
