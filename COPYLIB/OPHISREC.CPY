      ******************************************************************
      * OPHISREC - historico de operaciones procesadas
      * OPERACIONES_HISTORICO.DAT, indexado por fecha de proceso,
      * grupo VARCOMP y secuencia, con claves alternativas (con
      * duplicados) por originador del lote y por sucursal.
      * OPERACIONES-BASICAS graba aqui cada linea que escribe en
      * OPERACIONES.CSV, con los mismos valores ya calculados, y el
      * historico se conserva entre jornadas. Los informes de la
      * fase INFORME leen las operaciones del dia posicionandose en
      * la fecha de proceso en vez de volver a partir el CSV, y la
      * consulta de transacciones rastrea un grupo a traves de todas
      * las fechas. OPH-SECUENCIA es la posicion del detalle en el
      * lote (la siguiente libre si ya existe la clave, p.ej. en un
      * segundo lote del mismo dia). OPH-LINEA-CSV es la linea del
      * CSV tal como salio, para los listados que la reproducen.
      * OPERACIONES_PROCESADAS.DAT sigue siendo solo el registro de
      * claves contra duplicados.
      ******************************************************************
       01  OPERACION-HISTORICO-RECORD.
           05  OPH-CLAVE.
               10  OPH-FECHA PIC 9(8).
               10  OPH-GRUPO PIC X(7).
               10  OPH-SECUENCIA PIC 9(6).
           05  OPH-ORIGEN PIC X(10).
           05  OPH-SUCURSAL PIC X(4).
           05  OPH-LOTE-ID PIC X(8).
           05  OPH-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  OPH-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  OPH-CODIGO-OPERACION PIC X.
           05  OPH-OPERACION PIC X(10).
           05  OPH-RESULT PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05  OPH-DIVISA PIC X(3).
           05  OPH-RESULT-BASE PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
      *    FECHA VALOR DE LOS AJUSTES RETROTRAIDOS (BLANCO = NORMAL)
           05  OPH-FECHA-VALOR PIC X(8).
      *    ANULACION: CLASE "R" Y FECHA DE PROCESO DE LA ORIGINAL
           05  OPH-CLASE PIC X.
               88  OPH-ES-ANULACION VALUE "R".
           05  OPH-FECHA-ORIGINAL PIC X(8).
           05  OPH-LINEA-CSV PIC X(80).
