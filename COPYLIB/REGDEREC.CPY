      ******************************************************************
      * REGDEREC - registro de lo presentado al regulador
      * REGISTRO_DECLARACIONES.DAT. Cada presentacion de la
      * declaracion de grandes operaciones deja una linea "E" (envio)
      * con la fecha de proceso declarada, cuando se genero, cuantos
      * registros llevaba y su total EUR, y una linea "P" (partida)
      * por cada operacion o agregada que se declaro por primera vez
      * (N) o que cambio (M) en esa presentacion. Las repetidas (R)
      * no vuelven a anotarse: la primera linea "P" de una partida
      * dice cuando se declaro. Solo se anade al final.
      ******************************************************************
       01  REGISTRO-DECLARACION.
           05  RGD-TIPO-REGISTRO PIC X.
               88  RGD-ES-ENVIO VALUE "E".
               88  RGD-ES-PARTIDA VALUE "P".
           05  RGD-FECHA-PROCESO PIC 9(8).
           05  RGD-FECHA-ENVIO PIC 9(8).
           05  RGD-HORA-ENVIO PIC 9(6).
      *    TIPO DE REGISTRO DECLARADO (02, 03 O 04; 99 EN EL ENVIO)
           05  RGD-TIPO-DECLARADO PIC X(2).
           05  RGD-ORIGEN PIC X(10).
           05  RGD-LOTE PIC X(8).
           05  RGD-SECUENCIA PIC 9(6).
      *    OPERACIONES DE LA AGREGADA, O REGISTROS DEL ENVIO
           05  RGD-NUM-OPERACIONES PIC 9(7).
           05  RGD-IMPORTE-EUR PIC 9(15)V99.
           05  RGD-NOVEDAD PIC X.
