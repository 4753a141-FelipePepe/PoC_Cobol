      *          suspendidas hoy en SUSPENSO_OPERACIONES.DAT, y graba
      *          en ACUSE_LOTE.DAT un registro de acuse por lote
      *          (fecha, lote, origen, aceptadas, rechazadas,
      *          suspendidas, total de control de NUM1/NUM2, y las
      *          comisiones del dia con su IVA repercutido) que se
      *          devuelve al remitente para que cuadre su envio la
      *          misma noche en vez de enterarse por telefono tres
      *          dias despues. El fichero es acumulativo (una linea
           05  COM-GRUPO PIC X(7).
           05  COM-CONT-OPERACIONES PIC 9(6).
           05  COM-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-ORIGEN PIC X(10).
           05  COM-PORCENTAJE-IVA PIC 9(2)V99.
           05  COM-EXENTO-IVA PIC X.
           05  COM-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-SUCURSAL PIC X(4).

       FD  ACUSE-FILE.
       01  ACUSE-RECORD.
               SIGN IS TRAILING SEPARATE.
           05  ACU-COMISIONES PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           05  ACU-IVA PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.

       FD  ACUSE-REPORT.
       01  ACUSE-REPORT-RECORD PIC X(80).
       01  WS-EOF-COMISIONES PIC X VALUE "N".
           88  FIN-COMISIONES VALUE "Y".
       01  WS-TOTAL-COMISIONES PIC S9(7)V99 VALUE ZERO.
       01  WS-TOTAL-IVA PIC S9(7)V99 VALUE ZERO.

       COPY TRANSLOT.
       01  WS-CAB-VISTA PIC X VALUE "N".
           MOVE WS-CONT-RECHAZADAS TO ACU-CONT-RECHAZADAS
           MOVE WS-CONT-SUSPENSO TO ACU-CONT-SUSPENSO
           MOVE WS-HASH-ACEPTADAS TO ACU-HASH-ACEPTADAS
           MOVE ZERO TO ACU-COMISIONES ACU-IVA
           PERFORM ANOTA-COMISIONES THRU ANOTA-COMISIONES-FIN
           WRITE ACUSE-RECORD
           CLOSE ACUSE-FILE.
               IF COM-IMPORTE NUMERIC
                       AND COM-FECHA = WS-FECHA-HOY
                   ADD COM-IMPORTE TO WS-TOTAL-COMISIONES
                   IF COM-IVA NUMERIC
                       ADD COM-IVA TO WS-TOTAL-IVA
                   END-IF
               END-IF
               PERFORM LEE-COMISION
           END-PERFORM
           CLOSE COMISIONES-FILE
           MOVE WS-TOTAL-COMISIONES TO ACU-COMISIONES
           MOVE WS-TOTAL-IVA TO ACU-IVA.

       ANOTA-COMISIONES-FIN.
           EXIT.
