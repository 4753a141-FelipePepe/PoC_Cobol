      ******************************************************************
      * REVISREC - cola de revision de calidad REVISION_CALIDAD.DAT.
      * MUESTRA-CALIDAD sortea cada noche una muestra de las
      * operaciones procesadas (OPERACIONES.CSV) y deja aqui una
      * entrada pendiente por operacion elegida; REVISION-CALIDAD la
      * cierra con el veredicto de un segundo operador (distinto del
      * que lanzo la corrida) y su comentario. La clave es la fecha
      * de proceso y un secuencial del dia, de modo que el informe
      * mensual recorre el mes con un START.
      ******************************************************************
       01  REVISION-REGISTRO.
           05  REV-CLAVE.
               10  REV-FECHA PIC 9(8).
               10  REV-SECUENCIA PIC 9(5).
           05  REV-LOTE-ID PIC X(8).
           05  REV-GRUPO PIC X(7).
           05  REV-OPERACION PIC X(10).
           05  REV-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05  REV-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05  REV-RESULT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  REV-RESULT-BASE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  REV-DIVISA PIC X(3).
           05  REV-SUCURSAL PIC X(4).
      *    POR QUE ENTRO EN LA MUESTRA: A = IMPORTE ALTO, D = DIVISA
      *    EXTRANJERA, G = SORTEO GENERAL
           05  REV-MOTIVO-MUESTRA PIC X.
               88  REV-POR-IMPORTE VALUE "A".
               88  REV-POR-DIVISA VALUE "D".
               88  REV-POR-SORTEO VALUE "G".
      *    OPERADOR QUE LANZO LA CORRIDA: NO PUEDE REVISARSE A SI MISMO
           05  REV-OPERADOR-PROCESO PIC X(20).
           05  REV-ESTADO PIC X.
               88  REV-PENDIENTE VALUE "P".
               88  REV-SUPERADA VALUE "S".
               88  REV-FALLIDA VALUE "F".
           05  REV-REVISOR PIC X(20).
           05  REV-FECHA-REVISION PIC 9(8).
           05  REV-COMENTARIO PIC X(60).
