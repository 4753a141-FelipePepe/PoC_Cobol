      ******************************************************************
      * ANULAREC - registro de anulaciones OPERACIONES_ANULADAS.DAT.
      * Una entrada por cada operacion procesada que ha sido anulada
      * por un registro de anulacion de TRANSACCIONES.DAT. La clave
      * es la misma que la del registro de procesadas
      * (OPERACIONES_PROCESADAS.DAT: grupo, operandos y operacion),
      * de modo que EDITA-TRANSACCIONES rechaza una segunda
      * anulacion de la misma operacion y la consulta de rastreo
      * enlaza la operacion original con su anulacion.
      ******************************************************************
       01  ANULACION-REGISTRO.
           05  ANU-CLAVE.
               10  ANU-GRUPO PIC X(7).
               10  ANU-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  ANU-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  ANU-OPERACION PIC X.
      *    FECHA DE PROCESO DE LA OPERACION ORIGINAL ANULADA
           05  ANU-FECHA-ORIGINAL PIC 9(8).
      *    FECHA DE PROCESO EN QUE SE CONTABILIZO LA ANULACION
           05  ANU-FECHA-ANULACION PIC 9(8).
      *    LOTE QUE TRAJO EL REGISTRO DE ANULACION
           05  ANU-LOTE-ID PIC X(8).
