      * (con el acumulado pagado en CUO-IMPORTE-PAGADO para los
      * pagos parciales) y el reprecio regraba las filas P de los
      * prestamos a tasa variable.
      * REESTRUCTURACION marca R las cuotas facturadas sin cobrar
      * cuyo importe pendiente pasa al capital del plan nuevo; la
      * fila original queda en CUADRO_HISTORIA.DAT.
      * ADEUDOS-PRESTAMOS pasa a D la cuota facturada que manda al
      * banco para cargo en cuenta; sigue contando como facturada
      * (CUO-FACTURADA) hasta que se cobra, y DEVOLUCION-ADEUDOS la
      * vuelve a F si el banco devuelve el adeudo.
      * Estados: P = pendiente de facturar, F = facturada sin cobrar,
      * D = facturada y en cobro domiciliado, C = cobrada,
      * R = refundida en una reestructuracion.
      ******************************************************************
       01  CUOTA-REGISTRO.
           05  CUO-CLAVE.
           05  CUO-SALDO-FINAL PIC 9(9)V99.
           05  CUO-ESTADO PIC X.
               88  CUO-PENDIENTE VALUE "P".
               88  CUO-FACTURADA VALUE "F" "D".
               88  CUO-EN-DOMICILIACION VALUE "D".
               88  CUO-COBRADA VALUE "C".
               88  CUO-REESTRUCTURADA VALUE "R".
           05  CUO-IMPORTE-PAGADO PIC 9(9)V99.
           05  CUO-FECHA-FACTURA PIC 9(8).
