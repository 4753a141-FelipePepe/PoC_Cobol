      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado del almacen de fecha valor futura
      *          (TRANSACCIONES_ALMACEN.DAT) por originador y fecha
      *          valor, para contestar a "que hay programado para el
      *          viernes" sin abrir el fichero a mano. Un paso SORT
      *          reordena el almacen (que esta en orden de fecha valor)
      *          por CAB-ORIGEN y fecha valor; el escritor corta en
      *          cada fecha valor con recuento y suma de operandos, en
      *          cada originador con su subtotal, y cierra con el gran
      *          total. La tarjeta opcional LISTADO_ALMACEN_CONTROL.DAT
      *          con VALOR=AAAAMMDD limita el listado a esa fecha
      *          valor. Salida: INFORME_ALMACEN.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-ALMACEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMACEN-FILE ASSIGN TO "TRANSACCIONES_ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: VALOR=<AAAAMMDD>
           SELECT LISTADO-CONTROL-FILE
               ASSIGN TO "LISTADO_ALMACEN_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ALMACEN-REPORT ASSIGN TO "INFORME_ALMACEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK03".

       DATA DIVISION.
       FILE SECTION.
       FD  ALMACEN-FILE.
       COPY ALMACREC.

       FD  LISTADO-CONTROL-FILE.
       01  LISTADO-CONTROL-RECORD PIC X(80).

       FD  ALMACEN-REPORT.
       01  REPORT-RECORD PIC X(80).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-ORIGEN PIC X(10).
           05  SRT-FECHA-VALOR PIC 9(8).
           05  SRT-LOTE-ID PIC X(8).
           05  SRT-SECUENCIA PIC 9(6).
           05  SRT-FECHA-ALTA PIC 9(8).
           05  SRT-IMAGEN PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ALMACEN-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-ALMACEN PIC X VALUE "N".
           88  FIN-ALMACEN VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FILTRO-VALOR PIC 9(8) VALUE ZERO.

      *    VISTA DE LA IMAGEN APARCADA (MISMO ORDEN QUE EL DETALLE
      *    DE TRANSACCIONES.DAT)
       01  WS-IMAGEN.
           05  WS-IMG-GRUPO PIC X(7).
           05  WS-IMG-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  WS-IMG-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  WS-IMG-OPERACION PIC X.
           05  WS-IMG-DIVISA PIC X(3).
           05  WS-IMG-SUCURSAL PIC X(4).
           05  FILLER PIC X(51).

       01  WS-ORIGEN-ANTERIOR PIC X(10).
       01  WS-FECHA-ANTERIOR PIC 9(8).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

       01  WS-FECHA-CONT PIC 9(6) VALUE ZERO.
       01  WS-FECHA-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-ORIGEN-CONT PIC 9(6) VALUE ZERO.
       01  WS-ORIGEN-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CONT PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-IMPORTE PIC S9(9)V99 VALUE ZERO.
       01  WS-IMPORTE-EDITADO PIC -ZZZZZZZZ9.99.
       01  WS-NUM-EDITADO-1 PIC -ZZZ9.99.
       01  WS-NUM-EDITADO-2 PIC -ZZZ9.99.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "LISTADO-ALMACEN".

           PERFORM LEE-CONTROL-LISTADO THRU LEE-CONTROL-LISTADO-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ORIGEN SRT-FECHA-VALOR
                                SRT-LOTE-ID SRT-SECUENCIA
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-LISTADO

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-LISTADO.
           OPEN INPUT LISTADO-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-LISTADO-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF LISTADO-CONTROL-RECORD(1:6) = "VALOR="
                       AND LISTADO-CONTROL-RECORD(7:8) NUMERIC
                   MOVE LISTADO-CONTROL-RECORD(7:8) TO WS-FILTRO-VALOR
                   DISPLAY "TARJETA DE CONTROL: SOLO FECHA VALOR "
                       WS-FILTRO-VALOR
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE LISTADO-CONTROL-FILE.

       LEE-CONTROL-LISTADO-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ LISTADO-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT ALMACEN-FILE
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "AVISO: TRANSACCIONES_ALMACEN.DAT NO "
                   "DISPONIBLE, EL LISTADO SALE VACIO"
               GO TO CARGA-ORDENACION-FIN
           END-IF
           PERFORM LEE-ALMACEN
           PERFORM UNTIL FIN-ALMACEN
               IF WS-FILTRO-VALOR = ZERO
                       OR ALM-FECHA-VALOR = WS-FILTRO-VALOR
                   MOVE ALM-ORIGEN TO SRT-ORIGEN
                   MOVE ALM-FECHA-VALOR TO SRT-FECHA-VALOR
                   MOVE ALM-LOTE-ID TO SRT-LOTE-ID
                   MOVE ALM-SECUENCIA TO SRT-SECUENCIA
                   MOVE ALM-FECHA-ALTA TO SRT-FECHA-ALTA
                   MOVE ALM-IMAGEN TO SRT-IMAGEN
                   RELEASE SORT-RECORD
               END-IF
               PERFORM LEE-ALMACEN
           END-PERFORM
           CLOSE ALMACEN-FILE.

       CARGA-ORDENACION-FIN.
           EXIT.

       LEE-ALMACEN.
           READ ALMACEN-FILE NEXT RECORD
               AT END
                   SET FIN-ALMACEN TO TRUE
           END-READ.

       ESCRIBE-LISTADO.
           OPEN OUTPUT ALMACEN-REPORT
           CALL "RPTHDR" USING "LISTADO-ALMACEN"
               "INFORME_ALMACEN.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FILTRO-VALOR NOT = ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "SOLO DETALLES CON FECHA VALOR " WS-FILTRO-VALOR
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM RECIBE-REGISTRO
           PERFORM UNTIL FIN-SORT
               IF NOT PRIMER-REGISTRO
                   IF SRT-ORIGEN NOT = WS-ORIGEN-ANTERIOR
                       PERFORM ESCRIBE-SUBTOTAL-FECHA
                       PERFORM ESCRIBE-SUBTOTAL-ORIGEN
                   ELSE
                       IF SRT-FECHA-VALOR NOT = WS-FECHA-ANTERIOR
                           PERFORM ESCRIBE-SUBTOTAL-FECHA
                       END-IF
                   END-IF
               END-IF
               IF PRIMER-REGISTRO
                       OR SRT-ORIGEN NOT = WS-ORIGEN-ANTERIOR
                   MOVE SPACES TO REPORT-RECORD
                   STRING "ORIGINADOR " SRT-ORIGEN
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE "N" TO WS-PRIMER-REGISTRO
               MOVE SRT-ORIGEN TO WS-ORIGEN-ANTERIOR
               MOVE SRT-FECHA-VALOR TO WS-FECHA-ANTERIOR
               PERFORM ESCRIBE-DETALLE
               PERFORM RECIBE-REGISTRO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM ESCRIBE-SUBTOTAL-FECHA
               PERFORM ESCRIBE-SUBTOTAL-ORIGEN
           END-IF

           MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-EDITADO
           MOVE SPACES TO REPORT-RECORD
           STRING "GRAN TOTAL ALMACEN: DETALLES=" WS-TOTAL-CONT
               " OPERANDOS=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE ALMACEN-REPORT
           DISPLAY "LISTADO DEL ALMACEN GENERADO: INFORME_ALMACEN.TXT "
               "DETALLES=" WS-TOTAL-CONT.

       RECIBE-REGISTRO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       ESCRIBE-DETALLE.
           MOVE SRT-IMAGEN TO WS-IMAGEN
           MOVE WS-IMG-NUM1 TO WS-NUM-EDITADO-1
           MOVE WS-IMG-NUM2 TO WS-NUM-EDITADO-2
           MOVE SPACES TO REPORT-RECORD
           STRING "  " SRT-FECHA-VALOR " LOTE=" SRT-LOTE-ID
               " GRUPO=" WS-IMG-GRUPO " " WS-NUM-EDITADO-1 " "
               WS-NUM-EDITADO-2 " " WS-IMG-OPERACION " "
               WS-IMG-DIVISA " " WS-IMG-SUCURSAL
               " " SRT-FECHA-ALTA
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-FECHA-CONT
           ADD 1 TO WS-ORIGEN-CONT
           ADD 1 TO WS-TOTAL-CONT
           IF WS-IMG-NUM1 NUMERIC AND WS-IMG-NUM2 NUMERIC
               ADD WS-IMG-NUM1 WS-IMG-NUM2 TO WS-FECHA-IMPORTE
               ADD WS-IMG-NUM1 WS-IMG-NUM2 TO WS-ORIGEN-IMPORTE
               ADD WS-IMG-NUM1 WS-IMG-NUM2 TO WS-TOTAL-IMPORTE
           END-IF.

       ESCRIBE-SUBTOTAL-FECHA.
           MOVE WS-FECHA-IMPORTE TO WS-IMPORTE-EDITADO
           MOVE SPACES TO REPORT-RECORD
           STRING "    FECHA VALOR " WS-FECHA-ANTERIOR
               ": DETALLES=" WS-FECHA-CONT
               " OPERANDOS=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-FECHA-CONT
           MOVE ZERO TO WS-FECHA-IMPORTE.

       ESCRIBE-SUBTOTAL-ORIGEN.
           MOVE WS-ORIGEN-IMPORTE TO WS-IMPORTE-EDITADO
           MOVE SPACES TO REPORT-RECORD
           STRING "SUBTOTAL " WS-ORIGEN-ANTERIOR
               ": DETALLES=" WS-ORIGEN-CONT
               " OPERANDOS=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-ORIGEN-CONT
           MOVE ZERO TO WS-ORIGEN-IMPORTE.

       END PROGRAM LISTADO-ALMACEN.
