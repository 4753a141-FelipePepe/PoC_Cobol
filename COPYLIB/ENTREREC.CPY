      ******************************************************************
      * ENTREREC - catalogo de entregables ENTREGABLES.DAT: una linea
      * por fichero o informe de salida que alguien espera de la
      * cadena nocturna (interfaz contable, acuses de lote, extractos
      * de originador, paquetes de distribucion...). ENT-PROGRAMA es
      * el paso de MAESTRO que lo produce; ENT-FASE la fase tras la
      * que debe existir (CAPTURA, CALCULO, INFORME o CIERRE para los
      * pasos de cola y los programados por calendario);
      * ENT-HORA-LIMITE la hora comprometida HHMMSS, en la ventana que
      * va de mediodia a mediodia (063000 es la manana siguiente a la
      * fecha de proceso); ENT-DESTINATARIO quien lo recibe y
      * ENT-RESPONSABLE quien responde de el. Las lineas en blanco o
      * con "*" en la primera posicion no cuentan.
      ******************************************************************
       01  ENTREGABLE-RECORD.
           05  ENT-FICHERO PIC X(40).
           05  FILLER PIC X.
           05  ENT-PROGRAMA PIC X(30).
           05  FILLER PIC X.
           05  ENT-FASE PIC X(10).
           05  FILLER PIC X.
           05  ENT-HORA-LIMITE PIC 9(6).
           05  FILLER PIC X.
           05  ENT-DESTINATARIO PIC X(12).
           05  FILLER PIC X.
           05  ENT-RESPONSABLE PIC X(20).
