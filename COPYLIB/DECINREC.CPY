      ******************************************************************
      * DECINREC - declaracion informativa anual de intereses de
      * prestamos DECLARACION_INTERESES_PRESTAMOS.DAT, en el formato
      * fijo de la administracion tributaria: registros de 120
      * posiciones, importes sin separador decimal (dos decimales
      * implicitos) y rellenos a ceros por la izquierda. Una cabecera
      * "01" con la entidad declarante, el ejercicio y el momento de
      * generacion; un "02" por cliente y prestamo con lo pagado en
      * el ejercicio (interes de las cuotas, interes de demora, su
      * suma y el capital amortizado); y un trailer "99" con los
      * totales de control. Lo genera CERTIFICA-INTERESES.
      ******************************************************************
       01  DIN-CABECERA.
           05  DIC-TIPO PIC X(2).
               88  DIC-ES-CABECERA VALUE "01".
           05  DIC-ENTIDAD PIC X(10).
           05  DIC-EJERCICIO PIC 9(4).
           05  DIC-FECHA-GENERACION PIC 9(8).
           05  DIC-HORA-GENERACION PIC 9(6).
           05  DIC-MONEDA PIC X(3).
           05  FILLER PIC X(87).
       01  DIN-DETALLE.
           05  DID-TIPO PIC X(2).
               88  DID-ES-DETALLE VALUE "02".
           05  DID-EJERCICIO PIC 9(4).
           05  DID-DOCUMENTO PIC X(10).
           05  DID-NOMBRE PIC X(30).
           05  DID-REFERENCIA PIC X(8).
           05  DID-SUCURSAL PIC X(4).
           05  DID-NUM-PAGOS PIC 9(5).
           05  DID-INTERES-ORDINARIO PIC 9(11)V99.
           05  DID-INTERES-DEMORA PIC 9(11)V99.
           05  DID-INTERES-TOTAL PIC 9(11)V99.
           05  DID-CAPITAL-AMORTIZADO PIC 9(11)V99.
           05  FILLER PIC X(5).
       01  DIN-TRAILER.
           05  DIT-TIPO PIC X(2).
               88  DIT-ES-TRAILER VALUE "99".
           05  DIT-ENTIDAD PIC X(10).
           05  DIT-EJERCICIO PIC 9(4).
      *    INCLUIDOS CABECERA Y TRAILER
           05  DIT-NUM-REGISTROS PIC 9(7).
           05  DIT-NUM-CLIENTES PIC 9(7).
           05  DIT-NUM-PRESTAMOS PIC 9(7).
           05  DIT-TOTAL-ORDINARIO PIC 9(13)V99.
           05  DIT-TOTAL-DEMORA PIC 9(13)V99.
           05  DIT-TOTAL-INTERES PIC 9(13)V99.
           05  DIT-TOTAL-CAPITAL PIC 9(13)V99.
           05  FILLER PIC X(23).
