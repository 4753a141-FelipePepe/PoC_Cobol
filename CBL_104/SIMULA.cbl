           05  FILLER PIC X(79).

       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  GRUPOS-FILE.
       01  GRUPO-RECORD.
           88  VALIDAR-SUCURSALES VALUE "Y".
       01  WS-SUC-TABLA.
           05  WS-SUC-CODIGO OCCURS 50 TIMES PIC X(4).
       01  WS-SUC-CIERRES.
           05  WS-SUC-FECHA-CIERRE OCCURS 50 TIMES PIC 9(8).
       01  WS-SUC-FECHA-TRANS PIC 9(8).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-SUC-ABIERTA PIC X.
           88  SUC-ABIERTA VALUE "Y".
       01  WS-SUC-TOTAL PIC 99 VALUE ZERO.
       01  WS-SUC-IDX PIC 99.
       01  WS-SUC-VALIDA PIC X.
               GO TO CARGA-SUCURSALES-FIN
           END-IF
           SET VALIDAR-SUCURSALES TO TRUE
           CALL "FECHAPROC" USING WS-FECHA-HOY
           PERFORM LEE-SUCURSAL
           PERFORM UNTIL FIN-SUCURSALES OR WS-SUC-TOTAL >= 50
               ADD 1 TO WS-SUC-TOTAL
               MOVE SUC-CODIGO TO WS-SUC-CODIGO(WS-SUC-TOTAL)
               IF SUC-FECHA-CIERRE IS NUMERIC
                   MOVE SUC-FECHA-CIERRE
                       TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
               ELSE
                   MOVE ZERO TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
               END-IF
               PERFORM LEE-SUCURSAL
           END-PERFORM
           CLOSE SUCURSALES-FILE.
               PERFORM ESCRIBE-RECHAZO-SIM
               GO TO SIMULA-TRANSACCION-FIN
           END-IF
           IF NOT SUC-ABIERTA
               MOVE "09" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO-SIM
               GO TO SIMULA-TRANSACCION-FIN
           END-IF
           PERFORM VALIDA-LIMITES-SIM THRU VALIDA-LIMITES-SIM-FIN
           IF WS-LIMITE-OK NOT = "Y"
               MOVE "05" TO WS-MOTIVO

       VALIDA-SUCURSAL.
           MOVE "Y" TO WS-SUC-VALIDA
           MOVE "Y" TO WS-SUC-ABIERTA
           IF NOT VALIDAR-SUCURSALES OR TR-SUCURSAL = SPACES
               CONTINUE
           ELSE
                       OR SUC-VALIDA
                   IF WS-SUC-CODIGO(WS-SUC-IDX) = TR-SUCURSAL
                       MOVE "Y" TO WS-SUC-VALIDA
                       IF WS-SUC-FECHA-CIERRE(WS-SUC-IDX) > ZERO
                           IF TR-FECHA-VALOR IS NUMERIC
                               MOVE TR-FECHA-VALOR
                                   TO WS-SUC-FECHA-TRANS
                           ELSE
                               MOVE WS-FECHA-HOY
                                   TO WS-SUC-FECHA-TRANS
                           END-IF
                           IF WS-SUC-FECHA-TRANS >
                                   WS-SUC-FECHA-CIERRE(WS-SUC-IDX)
                               MOVE "N" TO WS-SUC-ABIERTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
