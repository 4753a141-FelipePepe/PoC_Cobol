      ******************************************************************
      * IVATIREC - tipos de IVA con fecha de entrada en vigor
      * IVA_TIPOS.DAT, indexado por la fecha desde la que rige cada
      * tipo. El vigente en una fecha es el de fecha desde mas alta
      * que no pase de ella; un cambio de tipo se da de alta con su
      * fecha y los tipos anteriores se conservan para recalcular o
      * explicar lo ya devengado. Lo mantiene IVA-MAINT y lo aplica
      * OPERACIONES-BASICAS a las comisiones del lote.
      ******************************************************************
       01  IVA-TIPO-RECORD.
           05  IVT-FECHA-DESDE PIC 9(8).
           05  IVT-PORCENTAJE PIC 9(2)V99.
           05  IVT-DESCRIPCION PIC X(30).
           05  IVT-FECHA-ACTUALIZACION PIC 9(8).
