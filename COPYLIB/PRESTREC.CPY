      * A (activo) a L (liquidado) cuando el saldo y las cuotas
      * quedan a cero. PRE-TIPO-TASA V marca los prestamos a tasa
      * variable que el reprecio automatico puede recalcular.
      * QUEBRANTO-PRESTAMOS pasa a F (fallido) el prestamo que supera
      * la antiguedad de impago configurada: deja de facturarse, el
      * saldo dado de baja queda en PRE-IMPORTE-FALLIDO y los cobros
      * posteriores se acumulan en PRE-RECUPERADO como recuperacion.
      * MORA-PRESTAMOS devenga cada noche el interes de demora de las
      * cuotas facturadas y vencidas hasta PRE-FECHA-MORA y lo factura
      * aparte; lo facturado y no cobrado queda en PRE-MORA-PENDIENTE,
      * que PAGOS-PRESTAMOS cobra antes que ninguna cuota.
      * REESTRUCTURACION marca PRE-REESTRUCTURADO S al refundir
      * lo vencido en un plan nuevo; la marca no se quita y la
      * morosidad y la provision informan esos prestamos aparte.
      * DEVENGO-INTERESES periodifica cada dia el interes de la cuota
      * en curso: PRE-INTERES-DEVENGADO es lo devengado y asentado en
      * INT-DEVENG hasta PRE-FECHA-DEVENGO y aun no facturado; la
      * facturacion lo revierte al facturar la cuota.
      * RECLAMA-PRESTAMOS anota en PRE-ETAPA-RECLAMACION la ultima
      * carta de reclamacion enviada (1 recordatorio, 2 requerimiento
      * formal, 3 aviso prejudicial) y su fecha, para no repetirla;
      * vuelve a 0 cuando el prestamo queda al corriente.
      ******************************************************************
       01  PRESTAMO-REGISTRO.
           05  PRE-REFERENCIA PIC X(8).
           05  PRE-ESTADO PIC X.
               88  PRE-ACTIVO VALUE "A".
               88  PRE-LIQUIDADO VALUE "L".
               88  PRE-FALLIDO VALUE "F".
           05  PRE-FECHA-ALTA PIC 9(8).
           05  PRE-PERIODOS-FACTURADOS PIC 9(4).
           05  PRE-FECHA-FALLIDO PIC 9(8).
           05  PRE-IMPORTE-FALLIDO PIC 9(9)V99.
           05  PRE-RECUPERADO PIC 9(9)V99.
           05  PRE-FECHA-MORA PIC 9(8).
           05  PRE-MORA-PENDIENTE PIC 9(9)V99.
           05  PRE-MORA-DEVENGADA PIC 9(9)V99.
           05  PRE-REESTRUCTURADO PIC X.
               88  PRE-ES-REESTRUCTURADO VALUE "S".
           05  PRE-FECHA-REESTRUCTURA PIC 9(8).
           05  PRE-INTERES-DEVENGADO PIC 9(9)V99.
           05  PRE-FECHA-DEVENGO PIC 9(8).
           05  PRE-ETAPA-RECLAMACION PIC 9.
               88  PRE-SIN-RECLAMAR VALUE 0.
           05  PRE-FECHA-RECLAMACION PIC 9(8).
