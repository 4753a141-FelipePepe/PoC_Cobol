      *          lote. El fichero se regraba completo al salir con su
      *          cabecera y su trailer de control (TRANSLOT)
      *          recalculados, de modo que el lote resultante siempre
      *          cuadra para EDITA-TRANSACCIONES. Cada detalle lleva
      *          estampada su hora de captura, contra la que EDITA-
      *          TRANSACCIONES aplica la hora de corte de la sucursal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  DET-OPERACION PIC X.
           05  DET-DIVISA PIC X(3).
           05  DET-SUCURSAL PIC X(4).
           05  DET-FECHA-VALOR PIC X(8).
           05  DET-CLASE-REGISTRO PIC X.
           05  DET-FECHA-ORIGINAL PIC X(8).
      *    HORA DE CAPTURA HHMM PARA LA HORA DE CORTE DE LA SUCURSAL
           05  DET-HORA-CAPTURA PIC X(4).

       01  WS-TABLA-DETALLES.
           05  WS-DET-IMAGEN OCCURS 500 TIMES PIC X(80).
           MOVE WS-OPERACION TO DET-OPERACION
           MOVE WS-DIVISA TO DET-DIVISA
           MOVE WS-SUCURSAL TO DET-SUCURSAL
           MOVE SPACES TO DET-FECHA-VALOR
           MOVE SPACES TO DET-CLASE-REGISTRO
           MOVE SPACES TO DET-FECHA-ORIGINAL
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:4) TO DET-HORA-CAPTURA
           ADD 1 TO WS-DET-TOTAL
           ADD 1 TO WS-CONT-NUEVAS
           MOVE SPACES TO WS-DET-IMAGEN(WS-DET-TOTAL)
