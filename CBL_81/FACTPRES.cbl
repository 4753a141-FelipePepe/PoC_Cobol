      *          PRESTAMOS_CUADRO.DAT que vencen hasta la fecha de
      *          proceso (FECHAPROC) y siguen pendientes: las marca
      *          facturadas, graba el recibo por cliente y sucursal
      *          en RECIBOS_PRESTAMO.DAT (COPY RECIBREC, tipo C) y
      *          deja el desglose interes/capital de cada cuota
      *          facturada en PRESTAMOS_ASIENTOS.DAT, que
      *          INTERFAZ-CONTABLE incorpora al diario como apuntes
      *          propios con contrapartida a la cuenta puente. El
      *          resumen queda en INFORME_FACTURACION.TXT.
      *          El interes que DEVENGO-INTERESES haya periodificado
      *          para el prestamo (PRE-INTERES-DEVENGADO) se revierte
      *          al facturar (INT-PRESTA al debe contra INT-DEVENG al
      *          haber), para que el interes de la cuota no se
      *          reconozca dos veces.
      *          PRESTAMOS_ASIENTOS.DAT se abre en extension, como lo
      *          abren los demas pasos de prestamos que anaden a el;
      *          cada linea lleva su fecha de proceso y la interfaz
      *          contable solo toma las del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY CUOTAREC.

       FD  RECIBOS-FILE.
       COPY RECIBREC.

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
       01  WS-TOT-CUOTAS PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-INTERES PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CAPITAL PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-REVERTIDO PIC 9(9)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
               OPEN OUTPUT RECIBOS-FILE
           END-IF

           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF

           OPEN OUTPUT FACTURA-REPORT
           CALL "RPTHDR" USING "FACTURA-PRESTAMOS"
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO FACTURA-RECORD
           WRITE FACTURA-RECORD
           MOVE WS-TOT-REVERTIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO FACTURA-RECORD
           STRING "INTERES DEVENGADO REVERTIDO=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO FACTURA-RECORD
           WRITE FACTURA-RECORD

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           IF WS-PRESTAMO-TOCADO = "Y"
               ADD 1 TO WS-CONT-PRESTAMOS
               COMPUTE PRE-PERIODOS-FACTURADOS = WS-PERIODO-SIG - 1
               IF PRE-INTERES-DEVENGADO > ZERO
                   PERFORM REVIERTE-DEVENGO
               END-IF
               REWRITE PRESTAMO-REGISTRO
           END-IF.

       REVIERTE-DEVENGO.
      *    EL INTERES FACTURADO YA VA AL HABER DE INT-PRESTA: LO QUE
      *    SE HABIA PERIODIFICADO SALE DE INT-DEVENG
           MOVE SPACES TO PASIENTO-RECORD
           MOVE WS-FECHA-PROCESO TO PAS-FECHA
           MOVE "INT-PRESTA" TO PAS-CUENTA
           MOVE "D" TO PAS-LADO
           MOVE PRE-INTERES-DEVENGADO TO PAS-IMPORTE
           MOVE PRE-REFERENCIA TO PAS-REFERENCIA
           WRITE PASIENTO-RECORD
           MOVE SPACES TO PASIENTO-RECORD
           MOVE WS-FECHA-PROCESO TO PAS-FECHA
           MOVE "INT-DEVENG" TO PAS-CUENTA
           MOVE "H" TO PAS-LADO
           MOVE PRE-INTERES-DEVENGADO TO PAS-IMPORTE
           MOVE PRE-REFERENCIA TO PAS-REFERENCIA
           WRITE PASIENTO-RECORD
           ADD PRE-INTERES-DEVENGADO TO WS-TOT-REVERTIDO
           MOVE ZERO TO PRE-INTERES-DEVENGADO.

       FACTURA-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO-SIG TO CUO-PERIODO
           MOVE CUO-INTERES TO REC-INTERES
           MOVE CUO-CAPITAL TO REC-CAPITAL
           MOVE WS-FECHA-PROCESO TO REC-FECHA-FACTURA
           MOVE "C" TO REC-TIPO
           WRITE RECIBO-RECORD

      *    DESGLOSE CONTABLE DE LA CUOTA: CREDITO A COBRAR AL DEBE,
