           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       FD  BAJAS-PENDIENTES-FILE.
       01  BAJA-PENDIENTE-RECORD.
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-HIS-ACCION PIC X(6).
       01  WS-HIS-ANTES PIC X(110).
       01  WS-HIS-DESPUES PIC X(110).
       01  WS-HIS-SECUENCIA PIC 9(4).
       01  WS-HIS-EMP-ID PIC 9(6).
       01  WS-AUDIT-DETALLE PIC X(100).
