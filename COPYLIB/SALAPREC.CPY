      ******************************************************************
      * SALAPREC - saldos de apertura por periodo y cuenta
      * SALDOS_APERTURA.DAT. Los arrastra la rutina ARRASTRE-SALDOS
      * cada vez que CIERRE-MENSUAL o CIERRE-ANUAL cierran un periodo
      * y abren el siguiente: saldo de apertura del periodo cerrado
      * mas su movimiento en SALDOS_CUENTAS.DAT. El saldo es neto
      * debe menos haber. Es el punto de partida del saldo corrido de
      * la consulta del mayor por cuenta (MAYOR-CUENTA).
      ******************************************************************
       01  SALDO-APERTURA-RECORD.
           05  APE-CLAVE.
               10  APE-PERIODO PIC 9(6).
               10  APE-CUENTA PIC X(10).
           05  APE-SALDO PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  APE-PERIODO-ORIGEN PIC 9(6).
           05  APE-FECHA-CIERRE PIC 9(8).
