      ******************************************************************
      * TRAMOREC - tabla de tramos de retencion del impuesto sobre la
      * renta TRAMOS_RETENCION.DAT, indexada por TRM-DESDE (limite
      * inferior del tramo sobre la base mensual sujeta a retencion).
      * Cada tramo retiene TRM-PORCENTAJE sobre la parte de la base
      * comprendida entre su limite y el del tramo siguiente; el
      * ultimo tramo no tiene limite superior. La mantiene
      * TRAMOS-MAINT y la aplica NOMINA-CALCULO.
      ******************************************************************
       01  TRAMO-RECORD.
           05  TRM-DESDE PIC 9(7)V99.
           05  TRM-PORCENTAJE PIC 9(2)V99.
           05  TRM-FECHA-ACTUALIZACION PIC 9(8).
