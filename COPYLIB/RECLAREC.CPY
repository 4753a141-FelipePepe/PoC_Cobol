      ******************************************************************
      * RECLAREC - historia de las cartas de reclamacion de prestamos
      * en mora, RECLAMACIONES_HISTORIA.DAT. RECLAMA-PRESTAMOS anade
      * una linea por cada carta enviada con la etapa (1 recordatorio,
      * 2 requerimiento formal, 3 aviso prejudicial), las cuotas
      * vencidas que incluia, el mayor atraso en dias y el importe
      * vencido reclamado. MOROSIDAD-PRESTAMOS la lista junto a los
      * prestamos que siguen en mora.
      ******************************************************************
       01  RECLAMACION-REGISTRO.
           05  RCL-FECHA PIC 9(8).
           05  RCL-REFERENCIA PIC X(8).
           05  RCL-CLIENTE PIC X(10).
           05  RCL-SUCURSAL PIC X(4).
           05  RCL-ETAPA PIC 9.
           05  RCL-CUOTAS PIC 9(4).
           05  RCL-DIAS-ATRASO PIC 9(5).
           05  RCL-IMPORTE PIC 9(9)V99.
