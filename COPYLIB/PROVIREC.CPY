      ******************************************************************
      * PROVIREC - provision por insolvencias de cada prestamo
      * PROVISION_PRESTAMOS.DAT, indexado por PRV-REFERENCIA (la misma
      * referencia de PRESTREC). La mantiene PROVISION-PRESTAMOS en el
      * cierre de mes: PRV-IMPORTE es la ultima provision asentada,
      * calculada sobre PRV-SALDO con el porcentaje del tramo de
      * atraso PRV-TRAMO, y PRV-IMPORTE-ANTERIOR la del mes previo,
      * para que el informe compare y los asientos lleven solo la
      * variacion. Tramos: 0 = al corriente, 1 = 1-30 dias,
      * 2 = 31-60, 3 = 61-90, 4 = mas de 90.
      ******************************************************************
       01  PROVISION-REGISTRO.
           05  PRV-REFERENCIA PIC X(8).
           05  PRV-SUCURSAL PIC X(4).
           05  PRV-PRODUCTO PIC X(4).
           05  PRV-TRAMO PIC 9.
           05  PRV-SALDO PIC 9(9)V99.
           05  PRV-PORCENTAJE PIC 9(3)V99.
           05  PRV-MES PIC 9(6).
           05  PRV-IMPORTE PIC 9(9)V99.
           05  PRV-MES-ANTERIOR PIC 9(6).
           05  PRV-IMPORTE-ANTERIOR PIC 9(9)V99.
