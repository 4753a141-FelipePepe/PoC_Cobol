      *          de comisiones. Al final la fusion recompone
      *          INFORME_OPERACIONES.TXT y OPERACIONES.CSV con un
      *          trailer de control combinado, suma las comisiones de
      *          los fragmentos por grupo, sucursal y originador en
      *          COMISIONES_GRUPO.DAT (con su IVA y la exencion del
      *          originador; el tipo es el del dia, igual en los dos
      *          streams) y restaura el
      *          TRANSACCIONES_OK.DAT completo, de modo que el resto
      *          de la ventana no sepa que el calculo corrio a
      *          trozos. Las pasadas van aqui en secuencia; al estar
           05  COM-GRUPO PIC X(7).
           05  COM-CONT-OPERACIONES PIC 9(6).
           05  COM-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-ORIGEN PIC X(10).
           05  COM-PORCENTAJE-IVA PIC 9(2)V99.
           05  COM-EXENTO-IVA PIC X.
           05  COM-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-SUCURSAL PIC X(4).

       FD  COM-S1-FILE.
       01  COM-S1-RECORD.
           05  CS1-GRUPO PIC X(7).
           05  CS1-CONT PIC 9(6).
           05  CS1-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  CS1-ORIGEN PIC X(10).
           05  CS1-PORCENTAJE-IVA PIC 9(2)V99.
           05  CS1-EXENTO-IVA PIC X.
           05  CS1-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  CS1-SUCURSAL PIC X(4).

       FD  COM-S2-FILE.
       01  COM-S2-RECORD.
           05  CS2-GRUPO PIC X(7).
           05  CS2-CONT PIC 9(6).
           05  CS2-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  CS2-ORIGEN PIC X(10).
           05  CS2-PORCENTAJE-IVA PIC 9(2)V99.
           05  CS2-EXENTO-IVA PIC X.
           05  CS2-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  CS2-SUCURSAL PIC X(4).

       FD  RED-FILE.
       01  RED-RECORD.

      *    FUSION DE COMISIONES POR GRUPO SUMANDO LOS FRAGMENTOS
       01  WS-COM-TABLA.
           05  WS-COM-ENT OCCURS 200 TIMES.
               10  WS-COM-GRUPO PIC X(7).
               10  WS-COM-SUCURSAL PIC X(4).
               10  WS-COM-ORIGEN PIC X(10).
               10  WS-COM-EXENTO-IVA PIC X.
               10  WS-COM-CONT PIC 9(6).
               10  WS-COM-TOTAL PIC S9(7)V99.
               10  WS-COM-IVA PIC S9(7)V99.
       01  WS-COM-USADAS PIC 999 VALUE ZERO.
       01  WS-COM-IDX PIC 999.
       01  WS-COM-POS PIC 999.
       01  WS-COM-FECHA PIC 9(8) VALUE ZERO.
       01  WS-COM-GRUPO-ACT PIC X(7).
       01  WS-COM-SUCURSAL-ACT PIC X(4).
       01  WS-COM-CONT-ACT PIC 9(6).
       01  WS-COM-IMPORTE-ACT PIC S9(7)V99.
       01  WS-COM-IVA-ACT PIC S9(7)V99.
       01  WS-COM-ORIGEN-ACT PIC X(10).
       01  WS-COM-PORCENTAJE-IVA PIC 9(2)V99 VALUE ZERO.
       01  WS-COM-EXENTO-ACT PIC X.

      *    FUSION DEL RESIDUO DE REDONDEO: CADA PASADA ESCRIBE SU
      *    PROPIO REDONDEOS_DIA.DAT, ASI QUE SIN SUMAR LOS
                       NOT AT END
                           MOVE CS1-FECHA TO WS-COM-FECHA
                           MOVE CS1-GRUPO TO WS-COM-GRUPO-ACT
                           MOVE CS1-SUCURSAL TO WS-COM-SUCURSAL-ACT
                           MOVE CS1-CONT TO WS-COM-CONT-ACT
                           MOVE CS1-IMPORTE TO WS-COM-IMPORTE-ACT
                           MOVE ZERO TO WS-COM-IVA-ACT
                           MOVE SPACES TO WS-COM-ORIGEN-ACT
                           MOVE SPACE TO WS-COM-EXENTO-ACT
                           IF CS1-IVA NUMERIC
                               MOVE CS1-IVA TO WS-COM-IVA-ACT
                               MOVE CS1-ORIGEN TO WS-COM-ORIGEN-ACT
                               MOVE CS1-PORCENTAJE-IVA
                                   TO WS-COM-PORCENTAJE-IVA
                               MOVE CS1-EXENTO-IVA
                                   TO WS-COM-EXENTO-ACT
                           END-IF
                           PERFORM ACUMULA-COMISION
                   END-READ
               END-PERFORM
                       NOT AT END
                           MOVE CS2-FECHA TO WS-COM-FECHA
                           MOVE CS2-GRUPO TO WS-COM-GRUPO-ACT
                           MOVE CS2-SUCURSAL TO WS-COM-SUCURSAL-ACT
                           MOVE CS2-CONT TO WS-COM-CONT-ACT
                           MOVE CS2-IMPORTE TO WS-COM-IMPORTE-ACT
                           MOVE ZERO TO WS-COM-IVA-ACT
                           MOVE SPACES TO WS-COM-ORIGEN-ACT
                           MOVE SPACE TO WS-COM-EXENTO-ACT
                           IF CS2-IVA NUMERIC
                               MOVE CS2-IVA TO WS-COM-IVA-ACT
                               MOVE CS2-ORIGEN TO WS-COM-ORIGEN-ACT
                               MOVE CS2-PORCENTAJE-IVA
                                   TO WS-COM-PORCENTAJE-IVA
                               MOVE CS2-EXENTO-IVA
                                   TO WS-COM-EXENTO-ACT
                           END-IF
                           PERFORM ACUMULA-COMISION
                   END-READ
               END-PERFORM
                   MOVE WS-COM-CONT(WS-COM-IDX)
                       TO COM-CONT-OPERACIONES
                   MOVE WS-COM-TOTAL(WS-COM-IDX) TO COM-IMPORTE
                   MOVE WS-COM-ORIGEN(WS-COM-IDX) TO COM-ORIGEN
                   MOVE WS-COM-PORCENTAJE-IVA TO COM-PORCENTAJE-IVA
                   MOVE WS-COM-EXENTO-IVA(WS-COM-IDX)
                       TO COM-EXENTO-IVA
                   MOVE WS-COM-IVA(WS-COM-IDX) TO COM-IVA
                   MOVE WS-COM-SUCURSAL(WS-COM-IDX) TO COM-SUCURSAL
                   WRITE COM-RECORD
               END-PERFORM
               CLOSE COM-FILE
                   UNTIL WS-COM-IDX > WS-COM-USADAS
                   OR WS-COM-POS > ZERO
               IF WS-COM-GRUPO(WS-COM-IDX) = WS-COM-GRUPO-ACT
                       AND WS-COM-SUCURSAL(WS-COM-IDX)
                       = WS-COM-SUCURSAL-ACT
                       AND WS-COM-ORIGEN(WS-COM-IDX)
                       = WS-COM-ORIGEN-ACT
                   MOVE WS-COM-IDX TO WS-COM-POS
               END-IF
           END-PERFORM
           IF WS-COM-POS > ZERO
               ADD WS-COM-CONT-ACT TO WS-COM-CONT(WS-COM-POS)
               ADD WS-COM-IMPORTE-ACT TO WS-COM-TOTAL(WS-COM-POS)
               ADD WS-COM-IVA-ACT TO WS-COM-IVA(WS-COM-POS)
           ELSE
               IF WS-COM-USADAS < 200
                   ADD 1 TO WS-COM-USADAS
                   MOVE WS-COM-GRUPO-ACT
                       TO WS-COM-GRUPO(WS-COM-USADAS)
                   MOVE WS-COM-SUCURSAL-ACT
                       TO WS-COM-SUCURSAL(WS-COM-USADAS)
                   MOVE WS-COM-ORIGEN-ACT
                       TO WS-COM-ORIGEN(WS-COM-USADAS)
                   MOVE WS-COM-EXENTO-ACT
                       TO WS-COM-EXENTO-IVA(WS-COM-USADAS)
                   MOVE WS-COM-CONT-ACT
                       TO WS-COM-CONT(WS-COM-USADAS)
                   MOVE WS-COM-IMPORTE-ACT
                       TO WS-COM-TOTAL(WS-COM-USADAS)
                   MOVE WS-COM-IVA-ACT
                       TO WS-COM-IVA(WS-COM-USADAS)
               END-IF
           END-IF.

