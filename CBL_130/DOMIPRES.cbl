      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobro por domiciliacion de los recibos de prestamo.
      *          Los recibos de la facturacion del dia (los de
      *          RECIBOS_PRESTAMO.DAT con fecha de factura igual a la
      *          de proceso, cuotas y demora) de clientes activos con
      *          orden de domiciliacion en CLIENTES.DAT (COPY
      *          CLIENREC) se pasan al fichero de adeudos para el
      *          banco ADEUDOS_DOMICILIADOS.DAT: cabecera "H", un
      *          detalle "D" por recibo con la cuenta de cargo y la
      *          orden, y trailer "T" con el numero de adeudos y el
      *          importe total de control. Se adeuda lo que queda
      *          pendiente de cada cuota (o de la demora) y la cuota
      *          pasa a estado D, en cobro domiciliado, hasta que
      *          DEVOLUCION-ADEUDOS trate la respuesta del banco. Los
      *          recibos de clientes sin orden siguen el cobro de
      *          siempre por sucursal. Corre despues de
      *          FACTURA-PRESTAMOS y MORA-PRESTAMOS; relanzado el
      *          mismo dia vuelve a generar el mismo fichero. El
      *          detalle y los totales quedan en INFORME_ADEUDOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEUDOS-PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS_PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

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

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT ADEUDOS-FILE ASSIGN TO "ADEUDOS_DOMICILIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADEUDOS-STATUS.

           SELECT ADEUDOS-REPORT ASSIGN TO "INFORME_ADEUDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS-FILE.
       COPY RECIBREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

      *    FICHERO DE ADEUDOS AL BANCO: CABECERA "H", UN DETALLE "D"
      *    POR RECIBO Y TRAILER "T" CON LOS TOTALES DE CONTROL. LA
      *    REFERENCIA DEL ADEUDO ES PRESTAMO Y PERIODO (PERIODO CERO
      *    PARA LA DEMORA), QUE EL BANCO DEVUELVE EN SU RESPUESTA.
       FD  ADEUDOS-FILE.
       01  ADE-CABECERA.
           05  ADC-TIPO PIC X.
           05  ADC-FECHA-CREACION PIC 9(8).
           05  ADC-FECHA-CARGO PIC 9(8).
           05  ADC-ORDENANTE PIC X(20).
           05  FILLER PIC X(83).
       01  ADE-DETALLE.
           05  ADD-TIPO PIC X.
           05  ADD-REFERENCIA PIC X(8).
           05  ADD-PERIODO PIC 9(4).
           05  ADD-CLIENTE PIC X(10).
           05  ADD-NOMBRE PIC X(30).
           05  ADD-CUENTA-CARGO PIC X(24).
           05  ADD-REF-MANDATO PIC X(12).
           05  ADD-FECHA-MANDATO PIC 9(8).
           05  ADD-IMPORTE PIC 9(9)V99.
           05  ADD-VENCIMIENTO PIC 9(8).
           05  ADD-TIPO-RECIBO PIC X.
           05  FILLER PIC X(3).
       01  ADE-TRAILER.
           05  ADT-TIPO PIC X.
           05  ADT-CONT-ADEUDOS PIC 9(6).
           05  ADT-TOTAL-IMPORTE PIC 9(11)V99.
           05  FILLER PIC X(100).

       FD  ADEUDOS-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RECIBOS-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-ADEUDOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-RECIBOS PIC X VALUE "N".
           88  FIN-RECIBOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-ORDENANTE PIC X(20) VALUE "CARTERA PRESTAMOS".
       01  WS-IMPORTE-ADEUDO PIC 9(9)V99.

       01  WS-CONT-RECIBOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-ORDEN PIC 9(6) VALUE ZERO.
       01  WS-CONT-DESCARTADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-ADEUDOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-ADEUDOS PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ADEUDOS-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ADEUDOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ADEUDOS-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT RECIBOS-FILE
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "RECIBOS_PRESTAMO.DAT NO DISPONIBLE, NADA "
                   "QUE DOMICILIAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT NO DISPONIBLE, SIN ORDENES DE "
                   "DOMICILIACION QUE ATENDER"
               CLOSE RECIBOS-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PRESTAMOS-FILE
           OPEN I-O CUADRO-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
                   OR WS-CUADRO-STATUS NOT = "00"
               DISPLAY "MAESTRO O CUADRO DE PRESTAMOS NO "
                   "DISPONIBLE, NO SE GENERAN ADEUDOS"
               CLOSE RECIBOS-FILE
               CLOSE CLIENTES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ADEUDOS-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "ADEUDOS_DOMICILIADOS.DAT" WS-ADEUDOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE RECIBOS-FILE
               CLOSE CLIENTES-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ADEUDOS-REPORT
           CALL "RPTHDR" USING "ADEUDOS-PRESTAMOS"
               "INFORME_ADEUDOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE SPACES TO ADE-CABECERA
           MOVE "H" TO ADC-TIPO
           MOVE WS-FECHA-PROCESO TO ADC-FECHA-CREACION
           MOVE WS-FECHA-PROCESO TO ADC-FECHA-CARGO
           MOVE WS-ORDENANTE TO ADC-ORDENANTE
           WRITE ADE-CABECERA

           PERFORM LEE-RECIBO
           PERFORM UNTIL FIN-RECIBOS
               IF REC-FECHA-FACTURA = WS-FECHA-PROCESO
                   ADD 1 TO WS-CONT-RECIBOS
                   PERFORM DOMICILIA-RECIBO THRU DOMICILIA-RECIBO-FIN
               END-IF
               PERFORM LEE-RECIBO
           END-PERFORM

           MOVE SPACES TO ADE-TRAILER
           MOVE "T" TO ADT-TIPO
           MOVE WS-CONT-ADEUDOS TO ADT-CONT-ADEUDOS
           MOVE WS-TOT-ADEUDOS TO ADT-TOTAL-IMPORTE
           WRITE ADE-TRAILER

           MOVE WS-TOT-ADEUDOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "RECIBOS DEL DIA=" WS-CONT-RECIBOS
               " SIN ORDEN=" WS-CONT-SIN-ORDEN
               " DESCARTADOS=" WS-CONT-DESCARTADOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "ADEUDOS AL BANCO=" WS-CONT-ADEUDOS
               " IMPORTE TOTAL=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE RECIBOS-FILE
           CLOSE CLIENTES-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE ADEUDOS-FILE
           CLOSE ADEUDOS-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "ADEUDOS=" WS-CONT-ADEUDOS
               " IMPORTE=" WS-TOT-ADEUDOS
               " SIN ORDEN=" WS-CONT-SIN-ORDEN
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "ADEUDOS DOMICILIADOS: ADEUDOS=" WS-CONT-ADEUDOS
               " IMPORTE=" WS-TOT-ADEUDOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-RECIBO.
           READ RECIBOS-FILE
               AT END
                   SET FIN-RECIBOS TO TRUE
           END-READ.

       DOMICILIA-RECIBO.
           MOVE REC-CLIENTE TO CLI-DOCUMENTO
           READ CLIENTES-FILE
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-ORDEN
                   GO TO DOMICILIA-RECIBO-FIN
           END-READ
           IF NOT CLI-ES-ACTIVO OR NOT CLI-CON-MANDATO
                   OR CLI-CUENTA-CARGO = SPACES
               ADD 1 TO WS-CONT-SIN-ORDEN
               GO TO DOMICILIA-RECIBO-FIN
           END-IF

      *    UN PRESTAMO QUE YA NO ESTA ACTIVO (FALLIDO, LIQUIDADO) NO
      *    SE CARGA AUNQUE EL RECIBO SEA DEL DIA
           MOVE REC-REFERENCIA TO PRE-REFERENCIA
           READ PRESTAMOS-FILE
               INVALID KEY
                   PERFORM DESCARTA-RECIBO
                   GO TO DOMICILIA-RECIBO-FIN
           END-READ
           IF NOT PRE-ACTIVO
               PERFORM DESCARTA-RECIBO
               GO TO DOMICILIA-RECIBO-FIN
           END-IF

           IF REC-MORA
               MOVE REC-CUOTA TO WS-IMPORTE-ADEUDO
               IF WS-IMPORTE-ADEUDO > PRE-MORA-PENDIENTE
                   MOVE PRE-MORA-PENDIENTE TO WS-IMPORTE-ADEUDO
               END-IF
           ELSE
               MOVE REC-REFERENCIA TO CUO-REFERENCIA
               MOVE REC-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   INVALID KEY
                       PERFORM DESCARTA-RECIBO
                       GO TO DOMICILIA-RECIBO-FIN
               END-READ
               IF NOT CUO-FACTURADA
                   PERFORM DESCARTA-RECIBO
                   GO TO DOMICILIA-RECIBO-FIN
               END-IF
               COMPUTE WS-IMPORTE-ADEUDO =
                   CUO-CUOTA - CUO-IMPORTE-PAGADO
           END-IF
           IF WS-IMPORTE-ADEUDO = ZERO
               PERFORM DESCARTA-RECIBO
               GO TO DOMICILIA-RECIBO-FIN
           END-IF

           IF REC-CUOTA-ORDINARIA
               MOVE "D" TO CUO-ESTADO
               REWRITE CUOTA-REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO MARCAR LA CUOTA "
                           CUO-REFERENCIA " " CUO-PERIODO
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           END-IF

           MOVE SPACES TO ADE-DETALLE
           MOVE "D" TO ADD-TIPO
           MOVE REC-REFERENCIA TO ADD-REFERENCIA
           MOVE REC-PERIODO TO ADD-PERIODO
           MOVE REC-CLIENTE TO ADD-CLIENTE
           MOVE CLI-NOMBRE TO ADD-NOMBRE
           MOVE CLI-CUENTA-CARGO TO ADD-CUENTA-CARGO
           MOVE CLI-REF-MANDATO TO ADD-REF-MANDATO
           MOVE CLI-FECHA-MANDATO TO ADD-FECHA-MANDATO
           MOVE WS-IMPORTE-ADEUDO TO ADD-IMPORTE
           MOVE REC-VENCIMIENTO TO ADD-VENCIMIENTO
           MOVE REC-TIPO TO ADD-TIPO-RECIBO
           WRITE ADE-DETALLE
           ADD 1 TO WS-CONT-ADEUDOS
           ADD WS-IMPORTE-ADEUDO TO WS-TOT-ADEUDOS

           MOVE WS-IMPORTE-ADEUDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "ADEUDO REF=" REC-REFERENCIA
               " PER " REC-PERIODO
               " TIPO " REC-TIPO
               " CLIENTE " REC-CLIENTE
               " CUENTA " CLI-CUENTA-CARGO
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       DOMICILIA-RECIBO-FIN.
           EXIT.

       DESCARTA-RECIBO.
      *    RECIBO YA COBRADO O DE UN PRESTAMO QUE NO SE PUEDE CARGAR
           ADD 1 TO WS-CONT-DESCARTADOS
           MOVE SPACES TO INFORME-RECORD
           STRING "NO SE ADEUDA REF=" REC-REFERENCIA
               " PER " REC-PERIODO
               " TIPO " REC-TIPO
               ": NADA PENDIENTE O PRESTAMO NO ACTIVO"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       END PROGRAM ADEUDOS-PRESTAMOS.
