       01  TRANS-RECORD PIC X(80).

       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  GRUPOS-FILE.
       01  GRUPO-RECORD.
                       AT END
                           SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF SUC-CODIGO NOT = SPACES
                               ADD 1 TO WS-CONTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCURSALES-FILE
