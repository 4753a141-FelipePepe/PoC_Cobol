      *          lote y jornada, con recuentos y comisiones), filtra
      *          el periodo en curso de PERIODO_ACTUAL.DAT, acumula
      *          por CAB-ORIGEN (lotes recibidos, registros
      *          procesados, rechazos, suspensos, comisiones
      *          devengadas y su IVA repercutido, con el total a
      *          facturar), rotula cada originador con su nombre del
      *          maestro ORIGENES.DAT y anade como referencia los
      *          totales del periodo del libro mes-en-curso
      *          MTD_LEDGER.DAT. Imprime INFORME_EXTRACTO_ORIGEN.TXT
               SIGN IS TRAILING SEPARATE.
           05  ACU-COMISIONES PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           05  ACU-IVA PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
               10  WS-ORG-RECHAZADAS PIC 9(7).
               10  WS-ORG-SUSPENSO PIC 9(7).
               10  WS-ORG-COMISIONES PIC S9(9)V99.
               10  WS-ORG-IVA PIC S9(9)V99.
       01  WS-ORG-USADAS PIC 99 VALUE ZERO.
       01  WS-ORG-IDX PIC 99.
       01  WS-ORG-POS PIC 99.
                   MOVE ZERO TO WS-ORG-RECHAZADAS(WS-ORG-POS)
                   MOVE ZERO TO WS-ORG-SUSPENSO(WS-ORG-POS)
                   MOVE ZERO TO WS-ORG-COMISIONES(WS-ORG-POS)
                   MOVE ZERO TO WS-ORG-IVA(WS-ORG-POS)
               ELSE
                   GO TO ACUMULA-ORIGEN-FIN
               END-IF
           ADD ACU-CONT-SUSPENSO TO WS-ORG-SUSPENSO(WS-ORG-POS)
           IF ACU-COMISIONES NUMERIC
               ADD ACU-COMISIONES TO WS-ORG-COMISIONES(WS-ORG-POS)
           END-IF
      *    LOS ACUSES ANTERIORES AL IVA NO TRAEN EL CAMPO
           IF ACU-IVA NUMERIC
               ADD ACU-IVA TO WS-ORG-IVA(WS-ORG-POS)
           END-IF.

       ACUMULA-ORIGEN-FIN.
           STRING "COMISIONES DEVENGADAS: " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE WS-ORG-IVA(WS-ORG-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "IVA REPERCUTIDO:       " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           COMPUTE WS-IMPORTE-COMUN = WS-ORG-COMISIONES(WS-ORG-IDX)
               + WS-ORG-IVA(WS-ORG-IDX)
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "TOTAL A FACTURAR:      " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           IF HAY-LEDGER
               MOVE WS-LED-RESULT TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
