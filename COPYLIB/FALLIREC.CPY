      ******************************************************************
      * FALLIREC - registro de quebrantos del suspenso
      * SUSPENSO_FALLIDOS.DAT. Una entrada por cada partida de
      * suspenso dada por fallida en doble control: la propone el
      * puesto de reparacion (SUSPENSO-REPARACION) y la aprueba un
      * segundo operador con la marca FALLIDO de SEGURIDAD
      * (FALLIDOS-APROBACION). La clave es la de la partida de
      * suspenso. INTERFAZ-CONTABLE asienta el importe en base contra
      * la cuenta de quebrantos y anota la fecha en que lo hizo;
      * REGISTRO-FALLIDOS saca el registro mensual por motivo y
      * sucursal.
      ******************************************************************
       01  FALLIDO-REGISTRO.
           05  FAL-CLAVE.
               10  FAL-GRUPO PIC X(7).
               10  FAL-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  FAL-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  FAL-OPERACION PIC X.
               10  FAL-FECHA-SUSPENSO PIC 9(8).
           05  FAL-MOTIVO PIC XX.
           05  FAL-DIVISA PIC X(3).
           05  FAL-SUCURSAL PIC X(4).
      *    IMPORTE DE LA PARTIDA (ABS NUM1 + ABS NUM2) EN SU DIVISA Y
      *    CONVERTIDO A MONEDA BASE CON LA TASA DE LA FECHA DE SUSPENSO
           05  FAL-IMPORTE PIC 9(7)V99.
           05  FAL-IMPORTE-BASE PIC 9(7)V99.
           05  FAL-CUENTA PIC X(10).
           05  FAL-DIAS-ABIERTA PIC 9(4).
           05  FAL-SOLICITANTE PIC X(20).
           05  FAL-FECHA-PROPUESTA PIC 9(8).
           05  FAL-APROBADOR PIC X(20).
           05  FAL-FECHA-APROBACION PIC 9(8).
      *    FECHA DE PROCESO EN QUE INTERFAZ-CONTABLE GENERO EL APUNTE;
      *    CERO = TODAVIA NO ASENTADO
           05  FAL-FECHA-CONTABLE PIC 9(8).
