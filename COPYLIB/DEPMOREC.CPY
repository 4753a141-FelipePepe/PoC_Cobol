      ******************************************************************
      * DEPMOREC - movimientos de las cuentas de deposito
      * DEPOSITOS_MOVIMIENTOS.DAT, indexado por cuenta y numero de
      * movimiento (DEP-NUM-MOVIMIENTOS de DEPOSREC). Graban aqui
      * DEPOSITOS-MOVIMIENTOS los ingresos y reintegros de ventanilla
      * y DEPOSITOS-INTERES los intereses abonados, la retencion
      * practicada y el pago del saldo al cancelar; de aqui sale el
      * extracto de DEPOSITOS-EXTRACTO. DMV-IMPORTE va siempre en
      * positivo: el tipo dice si abona o carga, y DMV-SALDO es el
      * saldo de la cuenta despues del movimiento. DMV-FECHA es la
      * fecha de proceso en que se aplico y DMV-FECHA-OPERACION la de
      * ventanilla.
      ******************************************************************
       01  DEPOSITO-MOVIMIENTO-RECORD.
           05  DMV-CLAVE.
               10  DMV-CUENTA PIC X(10).
               10  DMV-NUMERO PIC 9(7).
           05  DMV-FECHA PIC 9(8).
           05  DMV-FECHA-OPERACION PIC 9(8).
           05  DMV-TIPO PIC X.
               88  DMV-INGRESO VALUE "I".
               88  DMV-REINTEGRO VALUE "R".
               88  DMV-INTERES VALUE "N".
               88  DMV-RETENCION VALUE "T".
               88  DMV-LIQUIDACION VALUE "L".
               88  DMV-ES-ABONO VALUE "I" "N".
           05  DMV-IMPORTE PIC 9(9)V99.
           05  DMV-SALDO PIC 9(9)V99.
           05  DMV-REFERENCIA PIC X(12).
           05  DMV-TASA PIC 9(2)V9(6).
