      *          que usa el puesto de reparacion, que EDITA-
      *          TRANSACCIONES incorpora al siguiente lote), con cada
      *          liberacion auditada. Las DV sin tasa y el resto de
      *          motivos se quedan como estaban. La partida liberada
      *          lleva tras la hora de captura el originador con el
      *          que se suspendio (SUS-ORIGEN), como las que libera el
      *          puesto de reparacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  LIB-OPERACION PIC X.
           05  LIB-DIVISA PIC X(3).
           05  LIB-SUCURSAL PIC X(4).
           05  FILLER PIC X(21).
           05  LIB-ORIGEN PIC X(10).

       FD  TASAS-FILE.
       01  TASA-RECORD.
               10  WS-SUS-FECHA PIC 9(8).
               10  WS-SUS-DIVISA PIC X(3).
               10  WS-SUS-SUCURSAL PIC X(4).
               10  WS-SUS-ORIGEN PIC X(10).
       01  WS-SUS-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-SUS-DESBORDE PIC X VALUE "N".
           88  SUS-DESBORDE VALUE "Y".
           MOVE SUS-ESTADO TO WS-SUS-ESTADO(WS-SUS-TOTAL)
           MOVE SUS-FECHA-SUSPENSO TO WS-SUS-FECHA(WS-SUS-TOTAL)
           MOVE SUS-DIVISA TO WS-SUS-DIVISA(WS-SUS-TOTAL)
           MOVE SUS-SUCURSAL TO WS-SUS-SUCURSAL(WS-SUS-TOTAL)
           MOVE SUS-ORIGEN TO WS-SUS-ORIGEN(WS-SUS-TOTAL).

       LEE-SUSPENSO.
           READ SUSPENSE-FILE
               MOVE WS-SUS-OPERACION(WS-IDX) TO LIB-OPERACION
               MOVE WS-SUS-DIVISA(WS-IDX) TO LIB-DIVISA
               MOVE WS-SUS-SUCURSAL(WS-IDX) TO LIB-SUCURSAL
               MOVE WS-SUS-ORIGEN(WS-IDX) TO LIB-ORIGEN
               WRITE LIBERADA-RECORD
               CLOSE LIBERADAS-FILE
               MOVE "L" TO WS-SUS-ESTADO(WS-IDX)
                   MOVE WS-SUS-FECHA(WS-IDX) TO SUS-FECHA-SUSPENSO
                   MOVE WS-SUS-DIVISA(WS-IDX) TO SUS-DIVISA
                   MOVE WS-SUS-SUCURSAL(WS-IDX) TO SUS-SUCURSAL
                   MOVE WS-SUS-ORIGEN(WS-IDX) TO SUS-ORIGEN
                   WRITE SUSPENSO-REGISTRO
               END-IF
           END-PERFORM
