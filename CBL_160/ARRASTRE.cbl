      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina compartida de arrastre de saldos del mayor al
      *          cerrar un periodo, al estilo de FINIQUITO. La llaman
      *          CIERRE-MENSUAL (al abrir el mes siguiente o el 13 de
      *          ajuste) y CIERRE-ANUAL (al abrir el enero del
      *          ejercicio nuevo) con el periodo que cierran y el que
      *          abren. El saldo de cierre de cada cuenta es su saldo
      *          de apertura del periodo cerrado (SALDOS_APERTURA.DAT,
      *          COPY SALAPREC) mas el debe menos el haber del periodo
      *          en SALDOS_CUENTAS.DAT (COPY SALCUREC); si el periodo
      *          cerrado no tenia apertura arrastrada (el primer
      *          cierre), se acumula toda la historia de saldos hasta
      *          el periodo. Ese saldo se graba como apertura del
      *          periodo nuevo (sustituyendo la que hubiera de un
      *          cierre relanzado); las cuentas a cero no se graban.
      *          Devuelve el numero de cuentas arrastradas y la
      *          severidad: 0 correcto, 4 mas de 500 cuentas
      *          (arrastre incompleto), 8 sin fichero de aperturas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRASTRE-SALDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APERTURA-FILE ASSIGN TO "SALDOS_APERTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APE-CLAVE
               FILE STATUS IS WS-APERTURA-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "SALDOS_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APERTURA-FILE.
       COPY SALAPREC.

       FD  SALDOS-FILE.
       COPY SALCUREC.

       WORKING-STORAGE SECTION.
       01  WS-APERTURA-STATUS PIC XX.
       01  WS-SALDOS-STATUS PIC XX.
       01  WS-EOF-APERTURA PIC X.
           88  FIN-APERTURA VALUE "Y".
       01  WS-EOF-SALDOS PIC X.
           88  FIN-SALDOS VALUE "Y".
       01  WS-HAY-APERTURA PIC X.
           88  HAY-APERTURA VALUE "Y".
       01  WS-FECHA-HOY PIC 9(8).

      *    SALDO DE CIERRE POR CUENTA, EN ORDEN DE CUENTA
       01  WS-CTA-TABLA.
           05  WS-CTA-ENT OCCURS 500 TIMES.
               10  WS-CTA-CUENTA PIC X(10).
               10  WS-CTA-SALDO PIC S9(11)V99.
       01  WS-CTA-TOTAL PIC 9(4).
       01  WS-CTA-IDX PIC 9(4).
       01  WS-CTA-POS PIC 9(4).
       01  WS-CTA-HUECO PIC 9(4).
       01  WS-CUENTA-BUSCADA PIC X(10).
       01  WS-TABLA-LLENA PIC X.
           88  TABLA-LLENA VALUE "Y".

       LINKAGE SECTION.
       01  LS-PERIODO-CERRADO PIC 9(6).
       01  LS-PERIODO-NUEVO PIC 9(6).
       01  LS-CONT-CUENTAS PIC 9(5).
       01  LS-SEVERIDAD PIC 9.

       PROCEDURE DIVISION USING LS-PERIODO-CERRADO LS-PERIODO-NUEVO
               LS-CONT-CUENTAS LS-SEVERIDAD.
       ARRASTRE-INICIO.
           MOVE ZERO TO LS-SEVERIDAD
           MOVE ZERO TO LS-CONT-CUENTAS
           MOVE ZERO TO WS-CTA-TOTAL
           MOVE "N" TO WS-TABLA-LLENA
           MOVE "N" TO WS-HAY-APERTURA
           CALL "FECHAPROC" USING WS-FECHA-HOY

           OPEN I-O APERTURA-FILE
           IF WS-APERTURA-STATUS NOT = "00"
               OPEN OUTPUT APERTURA-FILE
               CLOSE APERTURA-FILE
               OPEN I-O APERTURA-FILE
           END-IF
           IF WS-APERTURA-STATUS NOT = "00"
               MOVE 8 TO LS-SEVERIDAD
               GOBACK
           END-IF

           PERFORM CARGA-APERTURA
           PERFORM CARGA-MOVIMIENTO
           PERFORM BORRA-APERTURA-NUEVA
           PERFORM GRABA-APERTURA-NUEVA
           CLOSE APERTURA-FILE

           IF TABLA-LLENA
               MOVE 4 TO LS-SEVERIDAD
           END-IF
           GOBACK.

       CARGA-APERTURA.
      *    SALDO CON QUE EMPEZO EL PERIODO QUE SE CIERRA
           MOVE "N" TO WS-EOF-APERTURA
           MOVE LS-PERIODO-CERRADO TO APE-PERIODO
           MOVE LOW-VALUES TO APE-CUENTA
           START APERTURA-FILE KEY IS >= APE-CLAVE
               INVALID KEY
                   SET FIN-APERTURA TO TRUE
           END-START
           PERFORM UNTIL FIN-APERTURA
               READ APERTURA-FILE NEXT RECORD
                   AT END
                       SET FIN-APERTURA TO TRUE
                   NOT AT END
                       IF APE-PERIODO NOT = LS-PERIODO-CERRADO
                           SET FIN-APERTURA TO TRUE
                       ELSE
                           SET HAY-APERTURA TO TRUE
                           MOVE APE-CUENTA TO WS-CUENTA-BUSCADA
                           PERFORM BUSCA-CUENTA
                           IF WS-CTA-POS > ZERO
                               ADD APE-SALDO
                                   TO WS-CTA-SALDO(WS-CTA-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGA-MOVIMIENTO.
      *    MOVIMIENTO DEL PERIODO; SIN APERTURA ARRASTRADA, TODO LO
      *    ANTERIOR TAMBIEN
           MOVE "N" TO WS-EOF-SALDOS
           OPEN INPUT SALDOS-FILE
           IF WS-SALDOS-STATUS NOT = "00"
               SET FIN-SALDOS TO TRUE
           ELSE
               PERFORM UNTIL FIN-SALDOS
                   READ SALDOS-FILE NEXT RECORD
                       AT END
                           SET FIN-SALDOS TO TRUE
                       NOT AT END
                           IF SAL-PERIODO = LS-PERIODO-CERRADO
                                   OR (NOT HAY-APERTURA
                                   AND SAL-PERIODO < LS-PERIODO-CERRADO)
                               PERFORM ACUMULA-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF.

       ACUMULA-MOVIMIENTO.
           MOVE SAL-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM BUSCA-CUENTA
           IF WS-CTA-POS > ZERO
               ADD SAL-DEBE TO WS-CTA-SALDO(WS-CTA-POS)
               SUBTRACT SAL-HABER FROM WS-CTA-SALDO(WS-CTA-POS)
           END-IF.

       BORRA-APERTURA-NUEVA.
      *    UN CIERRE RELANZADO VUELVE A CALCULAR LA APERTURA ENTERA
           MOVE "N" TO WS-EOF-APERTURA
           MOVE LS-PERIODO-NUEVO TO APE-PERIODO
           MOVE LOW-VALUES TO APE-CUENTA
           START APERTURA-FILE KEY IS >= APE-CLAVE
               INVALID KEY
                   SET FIN-APERTURA TO TRUE
           END-START
           PERFORM UNTIL FIN-APERTURA
               READ APERTURA-FILE NEXT RECORD
                   AT END
                       SET FIN-APERTURA TO TRUE
                   NOT AT END
                       IF APE-PERIODO NOT = LS-PERIODO-NUEVO
                           SET FIN-APERTURA TO TRUE
                       ELSE
                           DELETE APERTURA-FILE
                       END-IF
               END-READ
           END-PERFORM.

       GRABA-APERTURA-NUEVA.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-SALDO(WS-CTA-IDX) NOT = ZERO
                   MOVE LS-PERIODO-NUEVO TO APE-PERIODO
                   MOVE WS-CTA-CUENTA(WS-CTA-IDX) TO APE-CUENTA
                   MOVE WS-CTA-SALDO(WS-CTA-IDX) TO APE-SALDO
                   MOVE LS-PERIODO-CERRADO TO APE-PERIODO-ORIGEN
                   MOVE WS-FECHA-HOY TO APE-FECHA-CIERRE
                   WRITE SALDO-APERTURA-RECORD
                       INVALID KEY
                           REWRITE SALDO-APERTURA-RECORD
                   END-WRITE
                   ADD 1 TO LS-CONT-CUENTAS
               END-IF
           END-PERFORM.

       BUSCA-CUENTA.
      *    DEVUELVE EN WS-CTA-POS LA ENTRADA DE LA CUENTA BUSCADA; SI
      *    NO EXISTE SE ABRE HUECO EN SU SITIO PARA MANTENER EL ORDEN.
      *    CERO SI LA TABLA ESTA LLENA
           MOVE ZERO TO WS-CTA-POS
           MOVE ZERO TO WS-CTA-HUECO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
                   OR WS-CTA-POS > ZERO OR WS-CTA-HUECO > ZERO
               IF WS-CTA-CUENTA(WS-CTA-IDX) = WS-CUENTA-BUSCADA
                   MOVE WS-CTA-IDX TO WS-CTA-POS
               ELSE
                   IF WS-CTA-CUENTA(WS-CTA-IDX) > WS-CUENTA-BUSCADA
                       MOVE WS-CTA-IDX TO WS-CTA-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CTA-POS = ZERO
               IF WS-CTA-TOTAL >= 500
                   SET TABLA-LLENA TO TRUE
               ELSE
                   IF WS-CTA-HUECO = ZERO
                       COMPUTE WS-CTA-HUECO = WS-CTA-TOTAL + 1
                   END-IF
                   PERFORM VARYING WS-CTA-IDX FROM WS-CTA-TOTAL
                           BY -1 UNTIL WS-CTA-IDX < WS-CTA-HUECO
                       MOVE WS-CTA-ENT(WS-CTA-IDX)
                           TO WS-CTA-ENT(WS-CTA-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CTA-TOTAL
                   MOVE WS-CUENTA-BUSCADA
                       TO WS-CTA-CUENTA(WS-CTA-HUECO)
                   MOVE ZERO TO WS-CTA-SALDO(WS-CTA-HUECO)
                   MOVE WS-CTA-HUECO TO WS-CTA-POS
               END-IF
           END-IF.

       END PROGRAM ARRASTRE-SALDOS.
