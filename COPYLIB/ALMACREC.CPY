      ******************************************************************
      * ALMACREC - almacen de transacciones con fecha valor futura
      * TRANSACCIONES_ALMACEN.DAT. EDITA-TRANSACCIONES aparca aqui,
      * ya validado, cada detalle cuya fecha valor es posterior a la
      * fecha de proceso; LIBERA-ALMACEN lo devuelve al lote del dia
      * cuando la fecha de proceso alcanza su fecha valor (o el
      * siguiente dia habil si la fecha valor cae en dia inhabil).
      * La clave empieza por la fecha valor para que la liberacion
      * recorra el almacen en orden y se pare en la primera fecha
      * todavia futura; el listado lo reordena por originador.
      ******************************************************************
       01  ALMACEN-REGISTRO.
           05  ALM-CLAVE.
               10  ALM-FECHA-VALOR PIC 9(8).
               10  ALM-ORIGEN PIC X(10).
               10  ALM-LOTE-ID PIC X(8).
               10  ALM-SECUENCIA PIC 9(6).
      *    FECHA DE PROCESO EN QUE LLEGO Y SE APARCO EL REGISTRO
           05  ALM-FECHA-ALTA PIC 9(8).
      *    IMAGEN COMPLETA DEL DETALLE TAL COMO LLEGO EN EL LOTE
           05  ALM-IMAGEN PIC X(80).
