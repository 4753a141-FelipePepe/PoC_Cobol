      ******************************************************************
      * GARANREC - registro de garantias de la cartera de prestamos
      * GARANTIAS.DAT, indexado por referencia del prestamo y numero
      * de garantia, de modo que un prestamo puede tener varias. Lo
      * mantiene GARANTIAS-MAINT; la garantia puede darse de alta
      * antes que el prestamo, con la referencia de la solicitud,
      * para que ALTA-PRESTAMOS la encuentre al contabilizar un
      * producto garantizado. GAR-VALOR-TASACION es el valor de la
      * ultima tasacion, de fecha GAR-FECHA-TASACION; el aval
      * personal (tipo A) no tiene tasacion y no suma al valor para
      * el LTV. GAR-AVALISTA es el CLI-DOCUMENTO del avalista o del
      * tercero que aporta el bien. La baja es logica (estado C).
      ******************************************************************
       01  GARANTIA-RECORD.
           05  GAR-CLAVE.
               10  GAR-REFERENCIA PIC X(8).
               10  GAR-SECUENCIA PIC 9(2).
           05  GAR-TIPO PIC X.
               88  GAR-INMUEBLE VALUE "H".
               88  GAR-VEHICULO VALUE "V".
               88  GAR-DEPOSITO VALUE "D".
               88  GAR-AVAL VALUE "A".
               88  GAR-OTRA VALUE "O".
               88  GAR-TIPO-VALIDO VALUE "H" "V" "D" "A" "O".
           05  GAR-DESCRIPCION PIC X(30).
           05  GAR-VALOR-TASACION PIC 9(9)V99.
           05  GAR-FECHA-TASACION PIC 9(8).
           05  GAR-AVALISTA PIC X(10).
           05  GAR-ESTADO PIC X.
               88  GAR-VIGENTE VALUE "V".
               88  GAR-CANCELADA VALUE "C".
           05  GAR-FECHA-ACTUALIZACION PIC 9(8).
