      ******************************************************************
      * PRODUREC - maestro de productos de prestamo
      * PRODUCTOS_PRESTAMO.DAT, indexado por PRD-CODIGO (el mismo
      * codigo de 4 posiciones que SOL-PRODUCTO, PRE-PRODUCTO y
      * TASAS_PRODUCTO.DAT). Lo mantiene PRODUCTOS-MAINT.
      * PRD-GARANTIA S marca los productos garantizados: ALTA-
      * PRESTAMOS no contabiliza uno de ellos sin garantia vigente
      * en GARANTIAS.DAT, y CONTROL-GARANTIAS compara el LTV de cada
      * prestamo con PRD-LTV-MAXIMO (porcentaje; cero = sin limite).
      * Reglas de admision que COTIZACION-PRESTAMOS aplica a cada
      * solicitud del producto: principal minimo y maximo y plazo
      * maximo en periodos (cero = sin limite). PRD-TIPO-TASA es el
      * tipo de tasa del producto, fija o variable, y ALTA-PRESTAMOS
      * lo lleva a PRE-TIPO-TASA.
      ******************************************************************
       01  PRODUCTO-RECORD.
           05  PRD-CODIGO PIC X(4).
           05  PRD-DESCRIPCION PIC X(30).
           05  PRD-GARANTIA PIC X.
               88  PRD-CON-GARANTIA VALUE "S".
           05  PRD-LTV-MAXIMO PIC 9(3)V99.
           05  PRD-PRINCIPAL-MINIMO PIC 9(9)V99.
           05  PRD-PRINCIPAL-MAXIMO PIC 9(9)V99.
           05  PRD-PLAZO-MAXIMO PIC 9(4).
           05  PRD-TIPO-TASA PIC X.
               88  PRD-TASA-FIJA VALUE "F".
               88  PRD-TASA-VARIABLE VALUE "V".
           05  PRD-FECHA-ACTUALIZACION PIC 9(8).
