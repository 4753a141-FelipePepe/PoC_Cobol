      ******************************************************************
      * DECLAREC - declaracion regulatoria diaria de grandes
      * operaciones DECLARACION_GRANDES_OPERACIONES.DAT, en el formato
      * fijo del regulador: registros de 120 posiciones, importes sin
      * separador decimal (dos decimales implicitos) y rellenos a
      * ceros por la izquierda. Una cabecera "01" con la entidad
      * declarante, la fecha de proceso, el momento de generacion y
      * los umbrales aplicados; un "02" por cada operacion que sola
      * alcanza el umbral individual; un "03" por originador cuyas
      * operaciones menores del dia suman el umbral agregado, seguido
      * de un "04" por cada operacion que lo compone; y un trailer
      * "99" con los totales de control. Los importes EUR son en
      * valor absoluto; el importe original lleva su signo.
      * DCx-NOVEDAD: N = primera vez declarada, M = agregada que
      * cambia respecto a lo ya declarado ese dia, R = ya declarada
      * igual en una presentacion anterior del mismo dia.
      ******************************************************************
       01  DCL-CABECERA.
           05  DCC-TIPO PIC X(2).
               88  DCC-ES-CABECERA VALUE "01".
           05  DCC-ENTIDAD PIC X(10).
           05  DCC-FECHA-PROCESO PIC 9(8).
           05  DCC-FECHA-GENERACION PIC 9(8).
           05  DCC-HORA-GENERACION PIC 9(6).
           05  DCC-MONEDA PIC X(3).
           05  DCC-UMBRAL-INDIVIDUAL PIC 9(11)V99.
           05  DCC-UMBRAL-AGREGADO PIC 9(11)V99.
           05  FILLER PIC X(57).
       01  DCL-OPERACION.
           05  DCO-TIPO PIC X(2).
               88  DCO-ES-INDIVIDUAL VALUE "02".
               88  DCO-ES-COMPONENTE VALUE "04".
           05  DCO-ORIGEN PIC X(10).
           05  DCO-FECHA PIC 9(8).
           05  DCO-LOTE PIC X(8).
           05  DCO-SECUENCIA PIC 9(6).
           05  DCO-GRUPO PIC X(7).
           05  DCO-SUCURSAL PIC X(4).
           05  DCO-DIVISA PIC X(3).
           05  DCO-IMPORTE PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05  DCO-TASA PIC 9(3)V9(6).
           05  DCO-IMPORTE-EUR PIC 9(11)V99.
           05  DCO-NOVEDAD PIC X.
           05  FILLER PIC X(35).
       01  DCL-AGREGADA.
           05  DCA-TIPO PIC X(2).
               88  DCA-ES-AGREGADA VALUE "03".
           05  DCA-ORIGEN PIC X(10).
           05  DCA-FECHA PIC 9(8).
           05  DCA-NUM-OPERACIONES PIC 9(5).
           05  DCA-IMPORTE-EUR PIC 9(13)V99.
           05  DCA-NOVEDAD PIC X.
           05  FILLER PIC X(79).
       01  DCL-TRAILER.
           05  DCT-TIPO PIC X(2).
               88  DCT-ES-TRAILER VALUE "99".
           05  DCT-ENTIDAD PIC X(10).
           05  DCT-FECHA-PROCESO PIC 9(8).
      *    INCLUIDOS CABECERA Y TRAILER
           05  DCT-NUM-REGISTROS PIC 9(7).
           05  DCT-NUM-INDIVIDUALES PIC 9(5).
           05  DCT-NUM-AGREGADAS PIC 9(5).
           05  DCT-NUM-COMPONENTES PIC 9(5).
      *    INDIVIDUALES MAS AGREGADAS (LOS COMPONENTES YA ESTAN EN
      *    SU AGREGADA)
           05  DCT-TOTAL-EUR PIC 9(15)V99.
           05  FILLER PIC X(61).
