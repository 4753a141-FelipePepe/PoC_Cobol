      ******************************************************************
      * EXPOREC - tope de exposicion diaria por originador
      * EXPOSICION_ORIGEN.DAT. Un registro por CAB-ORIGEN de
      * ORIGENES.DAT con tope acordado. EDITA-TRANSACCIONES lleva aqui
      * el acumulado aceptado del originador en la fecha de proceso,
      * sumando todos sus lotes del dia; el supervisor puede ampliar
      * el tope solo para una fecha (SUPERVISA-EXPOSICION). Un
      * originador sin registro no tiene tope.
      ******************************************************************
       01  EXPOSICION-REGISTRO.
           05  EXP-ORIGEN PIC X(10).
      *    TOPE DIARIO ACORDADO: SUMA DE OPERANDOS ABSOLUTOS
           05  EXP-TOPE-DIARIO PIC 9(9)V99.
      *    ACUMULADO ACEPTADO Y LA FECHA DE PROCESO A LA QUE SE
      *    REFIERE; UNA FECHA ANTERIOR EQUIVALE A ACUMULADO CERO
           05  EXP-FECHA-ACUMULADO PIC 9(8).
           05  EXP-ACUMULADO PIC 9(9)V99.
      *    AMPLIACION DEL TOPE VALIDA SOLO EN SU FECHA
           05  EXP-AMPLIACION PIC 9(9)V99.
           05  EXP-FECHA-AMPLIACION PIC 9(8).
           05  EXP-FECHA-ACTUALIZACION PIC 9(8).
