      ******************************************************************
      * DEPOSREC - maestro de cuentas de deposito de ahorro
      * DEPOSITOS.DAT, indexado por DEP-CUENTA y con clave alternativa
      * (con duplicados) DEP-CLIENTE, el CLI-DOCUMENTO del titular en
      * CLIENTES.DAT. Lo abre y cancela DEPOSITOS-MAINT; el saldo lo
      * mueven los ingresos y reintegros de DEPOSITOS-MOVIMIENTOS y la
      * liquidacion de intereses de DEPOSITOS-INTERES.
      * DEP-PRODUCTO y DEP-PLAZO (meses, cero = a la vista) eligen la
      * banda de TASAS_PRODUCTO.DAT, la misma tabla por producto y
      * plazo de los prestamos, con tasa mensual. Un deposito a plazo
      * no admite reintegros antes de DEP-FECHA-VENCIMIENTO.
      * El interes se devenga cada noche sobre DEP-SALDO-DEVENGO, el
      * saldo al cierre de la noche anterior, desde DEP-FECHA-DEVENGO,
      * y se acumula con todos sus decimales en DEP-INTERES-DEVENGADO
      * hasta que DEP-FECHA-PROX-LIQUIDACION lo capitaliza cada
      * DEP-PERIODICIDAD meses (neto de la retencion fiscal). Los
      * acumulados del ejercicio DEP-EJERCICIO (interes bruto
      * abonado y retencion practicada) son la base del certificado
      * fiscal. DEP-NUM-MOVIMIENTOS numera los movimientos de la
      * cuenta en DEPOSITOS_MOVIMIENTOS.DAT (COPY DEPMOREC).
      * Estados: A activa, X cancelacion pedida (la siguiente
      * liquidacion nocturna abona lo devengado y paga el saldo), C
      * cancelada.
      ******************************************************************
       01  DEPOSITO-RECORD.
           05  DEP-CUENTA PIC X(10).
           05  DEP-CLIENTE PIC X(10).
           05  DEP-SUCURSAL PIC X(4).
           05  DEP-PRODUCTO PIC X(4).
           05  DEP-PLAZO PIC 9(4).
           05  DEP-ESTADO PIC X.
               88  DEP-ACTIVO VALUE "A".
               88  DEP-CANCELACION-PEDIDA VALUE "X".
               88  DEP-CANCELADO VALUE "C".
           05  DEP-FECHA-APERTURA PIC 9(8).
           05  DEP-FECHA-VENCIMIENTO PIC 9(8).
           05  DEP-FECHA-CANCELACION PIC 9(8).
           05  DEP-PERIODICIDAD PIC 99.
           05  DEP-SALDO PIC 9(9)V99.
           05  DEP-SALDO-DEVENGO PIC 9(9)V99.
           05  DEP-FECHA-DEVENGO PIC 9(8).
           05  DEP-INTERES-DEVENGADO PIC 9(7)V9(9).
           05  DEP-TASA PIC 9(2)V9(6).
           05  DEP-FECHA-ULT-LIQUIDACION PIC 9(8).
           05  DEP-FECHA-PROX-LIQUIDACION PIC 9(8).
           05  DEP-EJERCICIO PIC 9(4).
           05  DEP-INTERES-EJERCICIO PIC 9(9)V99.
           05  DEP-RETENCION-EJERCICIO PIC 9(9)V99.
           05  DEP-NUM-MOVIMIENTOS PIC 9(7).
           05  DEP-FECHA-ACTUALIZACION PIC 9(8).
