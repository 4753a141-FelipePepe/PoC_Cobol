      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo nocturno del interes de demora de los
      *          prestamos. Una cuota facturada que pasaba su
      *          vencimiento sin cobrarse no generaba nada mas, aunque
      *          el contrato preve interes de demora. Este paso
      *          recorre la cartera activa y, para cada cuota
      *          facturada y vencida con importe pendiente, devenga
      *          dia a dia, con INTERES (CBL_17) capitalizando a la
      *          tasa diaria, el interes de demora desde el
      *          vencimiento o desde el ultimo devengo
      *          (PRE-FECHA-MORA) hasta la fecha de proceso. Lo
      *          devengado en la noche se factura como recibo de
      *          mora aparte en RECIBOS_PRESTAMO.DAT (COPY RECIBREC,
      *          tipo M), se suma a PRE-MORA-PENDIENTE, que
      *          PAGOS-PRESTAMOS cobra antes que las cuotas, y se
      *          asienta en PRESTAMOS_ASIENTOS.DAT (PRE-COBRAR al debe
      *          contra INT-MORA al haber). La tasa de demora es
      *          mensual, como PRE-TASA, y se fija por producto en la
      *          tarjeta opcional MORA_CONTROL.DAT, una linea por
      *          producto:
      *              <producto>=nn.nnnnnn
      *              DEFECTO=nn.nnnnnn    productos no listados
      *          Sin tarjeta, o sin tasa para el producto, no se
      *          devenga demora. Relanzarlo el mismo dia no devenga
      *          nada nuevo. Corre despues de FACTURA-PRESTAMOS y
      *          antes de INTERFAZ-CONTABLE, que solo toma los apuntes
      *          del dia del fichero de asientos; la cuenta
      *          INT-MORA debe existir en el plan. El detalle queda
      *          en INFORME_MORA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORA-PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT CUADRO-FILE ASSIGN TO "PRESTAMOS_CUADRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

      *    TARJETA DE CONTROL OPCIONAL CON LA TASA DE DEMORA
           SELECT MORA-CONTROL-FILE
               ASSIGN TO "MORA_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS_PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT MORA-REPORT
               ASSIGN TO "INFORME_MORA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  MORA-CONTROL-FILE.
       01  MORA-CONTROL-RECORD PIC X(80).

       FD  RECIBOS-FILE.
       COPY RECIBREC.

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  MORA-REPORT.
       01  MORA-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-RECIBOS-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-DIAS-DESDE PIC 9(8).
       01  WS-DIAS-MORA PIC S9(5).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-PENDIENTE PIC 9(9)V99.
       01  WS-PERIODO PIC 9(4).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-CHECK PIC 9(8).

       01  WS-CTL-CLAVE PIC X(20).
       01  WS-CTL-VALOR PIC X(20).

      *    TASA DE DEMORA MENSUAL POR PRODUCTO
       01  WS-TASAS-MORA.
           05  WS-TMO-ENT OCCURS 50 TIMES.
               10  WS-TMO-PRODUCTO PIC X(4).
               10  WS-TMO-TASA PIC 9(2)V9(6).
       01  WS-TMO-USADAS PIC 99 VALUE ZERO.
       01  WS-TMO-IDX PIC 99.
       01  WS-TASA-DEFECTO PIC 9(2)V9(6) VALUE ZERO.
       01  WS-TASA-MORA PIC 9(2)V9(6).
       01  WS-TASA-MORA-ED PIC Z9.999999.

      *    PARAMETROS DE INTERES: LA TASA DIARIA CAPITALIZA CADA DIA
       01  WS-INT-PRINCIPAL PIC 9(9)V9(9).
       01  WS-INT-TASA-DIA PIC 9(2)V9(35).
       01  WS-INT-DIAS PIC 9(4).
       01  WS-INT-MONTO PIC 9(9)V9(9).

       01  WS-MORA-CUOTA PIC 9(9)V99.
       01  WS-MORA-PRESTAMO PIC 9(9)V99.
       01  WS-CUOTAS-MORA PIC 9(4).
       01  WS-CUOTAS-MORA-ED PIC ZZZZZ9.

      *    APUNTE EN CURSO: EL IMPORTE NO ADMITE MAS DE 7 ENTEROS Y
      *    UNO MAYOR SE PARTE EN VARIOS APUNTES
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-REVISADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CON-MORA PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-TOT-MORA PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PENDIENTE PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-MORA PIC X(18).
       01  WS-IMPORTE-PENDIENTE PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "MORA-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MORA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "MORA-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM LEE-CONTROL-MORA THRU LEE-CONTROL-MORA-FIN

           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, SIN "
                   "DEMORA QUE DEVENGAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_CUADRO.DAT NO DISPONIBLE"
               CLOSE PRESTAMOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND RECIBOS-FILE
           IF WS-RECIBOS-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
           END-IF

      *    LOS APUNTES SE ANADEN A LOS DE LA FACTURACION DEL DIA
           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_ASIENTOS.DAT" WS-PASIENTOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               CLOSE RECIBOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MORA-REPORT
           CALL "RPTHDR" USING "MORA-PRESTAMOS"
               "INFORME_MORA.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO MORA-RECORD
           WRITE MORA-RECORD
           MOVE SPACES TO MORA-RECORD
           STRING "INTERES DE DEMORA DEVENGADO HASTA EL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO MORA-RECORD
           WRITE MORA-RECORD
           MOVE SPACES TO MORA-RECORD
           STRING "REFERENCIA CLIENTE    SUC  CUOTAS  TASA MES"
               "       DEMORA NOCHE     MORA PENDIENTE"
               DELIMITED BY SIZE INTO MORA-RECORD
           WRITE MORA-RECORD

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               IF PRE-ACTIVO
                   ADD 1 TO WS-CONT-REVISADOS
                   PERFORM DEVENGA-PRESTAMO THRU DEVENGA-PRESTAMO-FIN
               END-IF
               PERFORM LEE-PRESTAMO
           END-PERFORM

           MOVE WS-TOT-MORA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-MORA
           MOVE WS-TOT-PENDIENTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-PENDIENTE
           MOVE SPACES TO MORA-RECORD
           WRITE MORA-RECORD
           MOVE SPACES TO MORA-RECORD
           STRING "TOTAL " WS-CONT-CON-MORA " DE "
               WS-CONT-REVISADOS "                      "
               WS-IMPORTE-MORA " " WS-IMPORTE-PENDIENTE
               DELIMITED BY SIZE INTO MORA-RECORD
           WRITE MORA-RECORD

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE RECIBOS-FILE
           CLOSE PASIENTOS-FILE
           CLOSE MORA-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REVISADOS=" WS-CONT-REVISADOS
               " CON-MORA=" WS-CONT-CON-MORA
               " DEVENGADO=" WS-TOT-MORA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "DEMORA: PRESTAMOS=" WS-CONT-CON-MORA
               " APUNTES=" WS-CONT-APUNTES

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-MORA.
           OPEN INPUT MORA-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "AVISO: SIN MORA_CONTROL.DAT NO HAY TASA DE "
                   "DEMORA, NO SE DEVENGA NADA"
               GO TO LEE-CONTROL-MORA-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               MOVE SPACES TO WS-CTL-CLAVE WS-CTL-VALOR
               UNSTRING MORA-CONTROL-RECORD DELIMITED BY "="
                   INTO WS-CTL-CLAVE WS-CTL-VALOR
               END-UNSTRING
               IF WS-CTL-CLAVE NOT = SPACES
                       AND WS-CTL-VALOR NOT = SPACES
                   IF WS-CTL-CLAVE = "DEFECTO"
                       COMPUTE WS-TASA-DEFECTO =
                           FUNCTION NUMVAL(WS-CTL-VALOR)
                   ELSE
                       IF WS-TMO-USADAS < 50
                           ADD 1 TO WS-TMO-USADAS
                           MOVE WS-CTL-CLAVE
                               TO WS-TMO-PRODUCTO(WS-TMO-USADAS)
                           COMPUTE WS-TMO-TASA(WS-TMO-USADAS) =
                               FUNCTION NUMVAL(WS-CTL-VALOR)
                       ELSE
                           DISPLAY "AVISO: MAS DE 50 PRODUCTOS EN "
                               "MORA_CONTROL.DAT, SE IGNORA "
                               WS-CTL-CLAVE
                           IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE MORA-CONTROL-FILE.

       LEE-CONTROL-MORA-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ MORA-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       DEVENGA-PRESTAMO.
           PERFORM BUSCA-TASA-MORA
           MOVE ZERO TO WS-MORA-PRESTAMO
           MOVE ZERO TO WS-CUOTAS-MORA
           IF WS-TASA-MORA > ZERO
               COMPUTE WS-INT-TASA-DIA ROUNDED = WS-TASA-MORA / 30
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
                   PERFORM DEVENGA-CUOTA THRU DEVENGA-CUOTA-FIN
               END-PERFORM
           END-IF

      *    LA FECHA DE DEVENGO AVANZA AUNQUE NO HAYA DEMORA, PARA QUE
      *    UNA CUOTA QUE VENZA MANANA NO ARRASTRE DIAS YA PASADOS
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-MORA
           ADD WS-MORA-PRESTAMO TO PRE-MORA-PENDIENTE
           ADD WS-MORA-PRESTAMO TO PRE-MORA-DEVENGADA
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL PRESTAMO "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO DEVENGA-PRESTAMO-FIN
           END-REWRITE
           IF WS-MORA-PRESTAMO = ZERO
               GO TO DEVENGA-PRESTAMO-FIN
           END-IF

      *    RECIBO DE MORA: SIN PERIODO Y TODO EL IMPORTE ES INTERES
           MOVE SPACES TO RECIBO-RECORD
           MOVE PRE-REFERENCIA TO REC-REFERENCIA
           MOVE PRE-CLIENTE TO REC-CLIENTE
           MOVE PRE-SUCURSAL TO REC-SUCURSAL
           MOVE ZERO TO REC-PERIODO
           MOVE WS-FECHA-PROCESO TO REC-VENCIMIENTO
           MOVE WS-MORA-PRESTAMO TO REC-CUOTA
           MOVE WS-MORA-PRESTAMO TO REC-INTERES
           MOVE ZERO TO REC-CAPITAL
           MOVE WS-FECHA-PROCESO TO REC-FECHA-FACTURA
           MOVE "M" TO REC-TIPO
           WRITE RECIBO-RECORD

           MOVE WS-MORA-PRESTAMO TO WS-APU-PENDIENTE
           MOVE "PRE-COBRAR" TO WS-APU-CUENTA
           MOVE "D" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE WS-MORA-PRESTAMO TO WS-APU-PENDIENTE
           MOVE "INT-MORA" TO WS-APU-CUENTA
           MOVE "H" TO WS-APU-LADO
           PERFORM GRABA-APUNTE

           ADD 1 TO WS-CONT-CON-MORA
           ADD WS-MORA-PRESTAMO TO WS-TOT-MORA
           ADD PRE-MORA-PENDIENTE TO WS-TOT-PENDIENTE

           MOVE WS-CUOTAS-MORA TO WS-CUOTAS-MORA-ED
           MOVE WS-TASA-MORA TO WS-TASA-MORA-ED
           MOVE WS-MORA-PRESTAMO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-MORA
           MOVE PRE-MORA-PENDIENTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-PENDIENTE
           MOVE SPACES TO MORA-RECORD
           STRING PRE-REFERENCIA "   " PRE-CLIENTE " " PRE-SUCURSAL
               " " WS-CUOTAS-MORA-ED " " WS-TASA-MORA-ED " "
               WS-IMPORTE-MORA " " WS-IMPORTE-PENDIENTE
               DELIMITED BY SIZE INTO MORA-RECORD
           WRITE MORA-RECORD.

       DEVENGA-PRESTAMO-FIN.
           EXIT.

       BUSCA-TASA-MORA.
           MOVE WS-TASA-DEFECTO TO WS-TASA-MORA
           PERFORM VARYING WS-TMO-IDX FROM 1 BY 1
                   UNTIL WS-TMO-IDX > WS-TMO-USADAS
               IF WS-TMO-PRODUCTO(WS-TMO-IDX) = PRE-PRODUCTO
                   MOVE WS-TMO-TASA(WS-TMO-IDX) TO WS-TASA-MORA
               END-IF
           END-PERFORM.

       DEVENGA-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO DEVENGA-CUOTA-FIN
           END-READ
           IF NOT CUO-FACTURADA
               GO TO DEVENGA-CUOTA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = CUO-CUOTA - CUO-IMPORTE-PAGADO
           IF WS-PENDIENTE <= ZERO
               GO TO DEVENGA-CUOTA-FIN
           END-IF
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               GO TO DEVENGA-CUOTA-FIN
           END-IF

      *    SE DEVENGA DESDE EL VENCIMIENTO, O DESDE EL ULTIMO DEVENGO
      *    SI LA CUOTA YA LLEVABA DEMORA DE NOCHES ANTERIORES
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-DESDE
           IF PRE-FECHA-MORA > WS-FECHA-DESDE
               MOVE PRE-FECHA-MORA TO WS-FECHA-DESDE
           END-IF
           COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
           COMPUTE WS-DIAS-MORA = WS-DIAS-PROCESO - WS-DIAS-DESDE
           IF WS-DIAS-MORA <= ZERO
               GO TO DEVENGA-CUOTA-FIN
           END-IF

           MOVE WS-PENDIENTE TO WS-INT-PRINCIPAL
           MOVE WS-DIAS-MORA TO WS-INT-DIAS
           CALL "INTERES" USING WS-INT-PRINCIPAL WS-INT-TASA-DIA
               WS-INT-DIAS WS-INT-MONTO
           IF WS-INT-MONTO <= WS-INT-PRINCIPAL
               GO TO DEVENGA-CUOTA-FIN
           END-IF
           COMPUTE WS-MORA-CUOTA ROUNDED =
               WS-INT-MONTO - WS-INT-PRINCIPAL
           ADD WS-MORA-CUOTA TO WS-MORA-PRESTAMO
           ADD 1 TO WS-CUOTAS-MORA.

       DEVENGA-CUOTA-FIN.
           EXIT.

       GRABA-APUNTE.
           PERFORM UNTIL WS-APU-PENDIENTE = ZERO
               IF WS-APU-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-APU-TRAMO
               ELSE
                   MOVE WS-APU-PENDIENTE TO WS-APU-TRAMO
               END-IF
               SUBTRACT WS-APU-TRAMO FROM WS-APU-PENDIENTE
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE WS-APU-CUENTA TO PAS-CUENTA
               MOVE WS-APU-LADO TO PAS-LADO
               MOVE WS-APU-TRAMO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
               ADD 1 TO WS-CONT-APUNTES
           END-PERFORM.

       END PROGRAM MORA-PRESTAMOS.
