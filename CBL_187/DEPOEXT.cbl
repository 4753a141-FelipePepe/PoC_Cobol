      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto mensual de las cuentas de deposito. Para
      *          cada cuenta de DEPOSITOS.DAT (COPY DEPOSREC) con saldo
      *          al empezar el mes o con movimientos en el, saca en
      *          INFORME_EXTRACTOS_DEPOSITO.TXT una pagina con el
      *          titular (CLIENTES.DAT), el saldo inicial, cada
      *          movimiento del mes de DEPOSITOS_MOVIMIENTOS.DAT
      *          (COPY DEPMOREC) con el saldo que deja, el saldo final
      *          y el total de ingresos, reintegros, intereses
      *          abonados y retencion practicada en el mes. El mes es
      *          el de la fecha de proceso; la tarjeta opcional
      *          DEPOSITOS_EXTRACTO_CONTROL.DAT con MES=AAAAMM saca el
      *          de otro mes y con CUENTA=<cuenta> el de una sola
      *          cuenta. Se programa para el ultimo dia habil en
      *          CALENDARIO_FASES.DAT, detras de la liquidacion de
      *          intereses de la noche.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITOS-EXTRACTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT MOVIMIENTOS-FILE
               ASSIGN TO "DEPOSITOS_MOVIMIENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMV-CLAVE
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: MES=<AAAAMM> / CUENTA=<CUENTA>
           SELECT EXTRACTO-CONTROL-FILE
               ASSIGN TO "DEPOSITOS_EXTRACTO_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT EXTRACTO-REPORT
               ASSIGN TO "INFORME_EXTRACTOS_DEPOSITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  MOVIMIENTOS-FILE.
       COPY DEPMOREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  EXTRACTO-CONTROL-FILE.
       01  EXTRACTO-CONTROL-RECORD PIC X(80).

       FD  EXTRACTO-REPORT.
       01  EXTRACTO-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-DEPOSITOS PIC X VALUE "N".
           88  FIN-DEPOSITOS VALUE "Y".
       01  WS-EOF-MOVIMIENTOS PIC X VALUE "N".
           88  FIN-MOVIMIENTOS VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-CLIENTES-ABIERTO PIC X VALUE "N".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES PIC 9(6).
       01  WS-CUENTA-PEDIDA PIC X(10) VALUE SPACES.
       01  WS-NOMBRE-TITULAR PIC X(30).
       01  WS-TIPO-TEXTO PIC X(12).

       01  WS-SALDO-INICIAL PIC 9(9)V99.
       01  WS-SALDO-FINAL PIC 9(9)V99.
       01  WS-MOVS-MES PIC 9(6).
       01  WS-TOT-INGRESOS PIC 9(9)V99.
       01  WS-TOT-REINTEGROS PIC 9(9)V99.
       01  WS-TOT-INTERESES PIC 9(9)V99.
       01  WS-TOT-RETENCION PIC 9(9)V99.
       01  WS-CONT-EXTRACTOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-MOVIMIENTOS PIC 9(7) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-SALDO-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE ZERO.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEPOSITOS-EXTRACTO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EXTRACTO".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEPOSITOS-EXTRACTO".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-MES

           PERFORM LEE-CONTROL-EXTRACTO THRU LEE-CONTROL-EXTRACTO-FIN

           OPEN INPUT DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOS.DAT NO DISPONIBLE: NO HAY EXTRACTOS "
                   "QUE EMITIR"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOS_MOVIMIENTOS.DAT NO DISPONIBLE"
               CLOSE DEPOSITOS-FILE
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               MOVE "Y" TO WS-CLIENTES-ABIERTO
           END-IF
           OPEN OUTPUT EXTRACTO-REPORT

           IF WS-CUENTA-PEDIDA NOT = SPACES
               MOVE WS-CUENTA-PEDIDA TO DEP-CUENTA
               READ DEPOSITOS-FILE
                   INVALID KEY
                       DISPLAY "CUENTA DE DEPOSITO INEXISTENTE: "
                           WS-CUENTA-PEDIDA
                   NOT INVALID KEY
                       PERFORM EXTRACTO-CUENTA
                           THRU EXTRACTO-CUENTA-FIN
               END-READ
           ELSE
               PERFORM LEE-DEPOSITO
               PERFORM UNTIL FIN-DEPOSITOS
                   PERFORM EXTRACTO-CUENTA THRU EXTRACTO-CUENTA-FIN
                   PERFORM LEE-DEPOSITO
               END-PERFORM
           END-IF

           IF WS-CONT-EXTRACTOS = ZERO
               ADD 1 TO WS-RPT-PAGINA
               CALL "RPTHDR" USING "DEPOSITOS-EXTRACTO"
                   "INFORME_EXTRACTOS_DEPOSITO.TXT" WS-RPT-PAGINA
                   WS-RPT-LINEA
               MOVE WS-RPT-LINEA TO EXTRACTO-RECORD
               WRITE EXTRACTO-RECORD
               MOVE SPACES TO EXTRACTO-RECORD
               STRING "SIN CUENTAS CON SALDO O MOVIMIENTOS EN EL MES "
                   WS-MES
                   DELIMITED BY SIZE INTO EXTRACTO-RECORD
               WRITE EXTRACTO-RECORD
           END-IF

           CLOSE DEPOSITOS-FILE
           CLOSE MOVIMIENTOS-FILE
           IF WS-CLIENTES-ABIERTO = "Y"
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE EXTRACTO-REPORT

           MOVE WS-MES TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "MES=" WS-MES " EXTRACTOS=" WS-CONT-EXTRACTOS
               " MOVIMIENTOS=" WS-CONT-MOVIMIENTOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "EXTRACTOS DE DEPOSITO DEL MES " WS-MES ": "
               WS-CONT-EXTRACTOS
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-EXTRACTO.
           OPEN INPUT EXTRACTO-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-EXTRACTO-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF EXTRACTO-CONTROL-RECORD(1:4) = "MES="
                       AND EXTRACTO-CONTROL-RECORD(5:6) NUMERIC
                   MOVE EXTRACTO-CONTROL-RECORD(5:6) TO WS-MES
                   DISPLAY "TARJETA DE CONTROL: EXTRACTO DEL MES "
                       WS-MES
               END-IF
               IF EXTRACTO-CONTROL-RECORD(1:7) = "CUENTA="
                   MOVE EXTRACTO-CONTROL-RECORD(8:10)
                       TO WS-CUENTA-PEDIDA
                   DISPLAY "TARJETA DE CONTROL: SOLO LA CUENTA "
                       WS-CUENTA-PEDIDA
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE EXTRACTO-CONTROL-FILE.

       LEE-CONTROL-EXTRACTO-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ EXTRACTO-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       LEE-DEPOSITO.
           READ DEPOSITOS-FILE NEXT RECORD
               AT END
                   SET FIN-DEPOSITOS TO TRUE
           END-READ.

      *    PRIMERA PASADA: SALDO AL EMPEZAR EL MES Y MOVIMIENTOS DEL
      *    MES; SI NO HAY NI UNO NI OTRO LA CUENTA NO LLEVA EXTRACTO
       EXTRACTO-CUENTA.
           IF DEP-FECHA-APERTURA(1:6) > WS-MES
               GO TO EXTRACTO-CUENTA-FIN
           END-IF
           MOVE ZERO TO WS-SALDO-INICIAL
           MOVE ZERO TO WS-MOVS-MES
           PERFORM POSICIONA-MOVIMIENTOS
           PERFORM UNTIL FIN-MOVIMIENTOS
               IF DMV-FECHA(1:6) < WS-MES
                   MOVE DMV-SALDO TO WS-SALDO-INICIAL
               END-IF
               IF DMV-FECHA(1:6) = WS-MES
                   ADD 1 TO WS-MOVS-MES
               END-IF
               PERFORM LEE-MOVIMIENTO
           END-PERFORM
           IF WS-MOVS-MES = ZERO AND WS-SALDO-INICIAL = ZERO
               GO TO EXTRACTO-CUENTA-FIN
           END-IF

           PERFORM CABECERA-EXTRACTO
           MOVE WS-SALDO-INICIAL TO WS-SALDO-FINAL
           MOVE ZERO TO WS-TOT-INGRESOS
           MOVE ZERO TO WS-TOT-REINTEGROS
           MOVE ZERO TO WS-TOT-INTERESES
           MOVE ZERO TO WS-TOT-RETENCION
           PERFORM POSICIONA-MOVIMIENTOS
           PERFORM UNTIL FIN-MOVIMIENTOS
               IF DMV-FECHA(1:6) = WS-MES
                   PERFORM LINEA-MOVIMIENTO
               END-IF
               PERFORM LEE-MOVIMIENTO
           END-PERFORM
           PERFORM PIE-EXTRACTO
           ADD 1 TO WS-CONT-EXTRACTOS.

       EXTRACTO-CUENTA-FIN.
           EXIT.

       POSICIONA-MOVIMIENTOS.
           MOVE "N" TO WS-EOF-MOVIMIENTOS
           MOVE DEP-CUENTA TO DMV-CUENTA
           MOVE ZERO TO DMV-NUMERO
           START MOVIMIENTOS-FILE KEY IS > DMV-CLAVE
               INVALID KEY
                   SET FIN-MOVIMIENTOS TO TRUE
           END-START
           IF NOT FIN-MOVIMIENTOS
               PERFORM LEE-MOVIMIENTO
           END-IF.

       LEE-MOVIMIENTO.
           READ MOVIMIENTOS-FILE NEXT RECORD
               AT END
                   SET FIN-MOVIMIENTOS TO TRUE
           END-READ
           IF NOT FIN-MOVIMIENTOS
               IF DMV-CUENTA NOT = DEP-CUENTA
                   SET FIN-MOVIMIENTOS TO TRUE
               END-IF
           END-IF.

       CABECERA-EXTRACTO.
           MOVE SPACES TO WS-NOMBRE-TITULAR
           IF WS-CLIENTES-ABIERTO = "Y"
               MOVE DEP-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO WS-NOMBRE-TITULAR
               END-READ
           END-IF
           ADD 1 TO WS-RPT-PAGINA
           CALL "RPTHDR" USING "DEPOSITOS-EXTRACTO"
               "INFORME_EXTRACTOS_DEPOSITO.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "EXTRACTO DEL MES " WS-MES "  CUENTA " DEP-CUENTA
               "  SUCURSAL " DEP-SUCURSAL "  PRODUCTO " DEP-PRODUCTO
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "TITULAR " DEP-CLIENTE " " WS-NOMBRE-TITULAR
               "  TASA MENSUAL " DEP-TASA
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE WS-SALDO-INICIAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "SALDO INICIAL" "                                 "
               "       " WS-SALDO-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "  FECHA    OPERACION REFERENCIA   CONCEPTO    "
               "        IMPORTE             SALDO"
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD.

       LINEA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN DMV-INGRESO
                   MOVE "INGRESO" TO WS-TIPO-TEXTO
                   ADD DMV-IMPORTE TO WS-TOT-INGRESOS
               WHEN DMV-REINTEGRO
                   MOVE "REINTEGRO" TO WS-TIPO-TEXTO
                   ADD DMV-IMPORTE TO WS-TOT-REINTEGROS
               WHEN DMV-INTERES
                   MOVE "INTERESES" TO WS-TIPO-TEXTO
                   ADD DMV-IMPORTE TO WS-TOT-INTERESES
               WHEN DMV-RETENCION
                   MOVE "RETENCION" TO WS-TIPO-TEXTO
                   ADD DMV-IMPORTE TO WS-TOT-RETENCION
               WHEN DMV-LIQUIDACION
                   MOVE "CANCELACION" TO WS-TIPO-TEXTO
                   ADD DMV-IMPORTE TO WS-TOT-REINTEGROS
               WHEN OTHER
                   MOVE DMV-TIPO TO WS-TIPO-TEXTO
           END-EVALUATE
           IF DMV-ES-ABONO
               MOVE DMV-IMPORTE TO WS-IMPORTE-COMUN
           ELSE
               COMPUTE WS-IMPORTE-COMUN = ZERO - DMV-IMPORTE
           END-IF
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE DMV-SALDO TO WS-SALDO-FINAL
           MOVE DMV-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "  " DMV-FECHA " " DMV-FECHA-OPERACION " "
               DMV-REFERENCIA " " WS-TIPO-TEXTO " " WS-IMPORTE-FMT
               WS-SALDO-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           ADD 1 TO WS-CONT-MOVIMIENTOS.

       PIE-EXTRACTO.
           MOVE WS-SALDO-FINAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "SALDO FINAL  " "                                 "
               "       " WS-SALDO-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE SPACES TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE WS-TOT-INGRESOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-TOT-REINTEGROS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "TOTAL INGRESOS  " WS-IMPORTE-FMT
               "  TOTAL REINTEGROS  " WS-SALDO-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           MOVE WS-TOT-INTERESES TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-TOT-RETENCION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO EXTRACTO-RECORD
           STRING "INTERESES ABONADOS  " WS-IMPORTE-FMT
               "  RETENCION FISCAL  " WS-SALDO-FMT
               DELIMITED BY SIZE INTO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           IF DEP-CANCELADO AND DEP-FECHA-CANCELACION(1:6) = WS-MES
               MOVE SPACES TO EXTRACTO-RECORD
               STRING "CUENTA CANCELADA EL " DEP-FECHA-CANCELACION
                   DELIMITED BY SIZE INTO EXTRACTO-RECORD
               WRITE EXTRACTO-RECORD
           END-IF.

       END PROGRAM DEPOSITOS-EXTRACTO.
