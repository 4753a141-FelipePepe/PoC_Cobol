      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de recuperaciones de prestamos
      *          fallidos por sucursal. Lee lo que PAGOS-PRESTAMOS
      *          dejo en RECUPERACIONES_PRESTAMO.DAT (COPY RECUPREC)
      *          para el mes pedido, lo ordena por sucursal y
      *          referencia y lista cada cobro con lo dado de baja en
      *          el quebranto y lo recuperado acumulado del prestamo,
      *          con subtotal por sucursal y total general. La
      *          tarjeta opcional RECUPERACIONES_CONTROL.DAT admite
      *          MES=AAAAMM; sin ella sale el mes de la fecha de
      *          proceso. Salida: INFORME_RECUPERACIONES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERACIONES-PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPERACIONES-FILE
               ASSIGN TO "RECUPERACIONES_PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACIONES-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: MES=<AAAAMM>
           SELECT RECUPERACIONES-CONTROL-FILE
               ASSIGN TO "RECUPERACIONES_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RECUPERACIONES-REPORT
               ASSIGN TO "INFORME_RECUPERACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK06".

       DATA DIVISION.
       FILE SECTION.
       FD  RECUPERACIONES-FILE.
       COPY RECUPREC.

       FD  RECUPERACIONES-CONTROL-FILE.
       01  RECUPERACIONES-CONTROL-RECORD PIC X(80).

       FD  RECUPERACIONES-REPORT.
       01  REPORT-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-REFERENCIA PIC X(8).
           05  SRT-FECHA-PROCESO PIC 9(8).
           05  SRT-CLIENTE PIC X(10).
           05  SRT-FECHA-PAGO PIC 9(8).
           05  SRT-IMPORTE PIC 9(9)V99.
           05  SRT-IMPORTE-FALLIDO PIC 9(9)V99.
           05  SRT-RECUPERADO-ACUM PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-RECUPERACIONES-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-RECUPERACIONES PIC X VALUE "N".
           88  FIN-RECUPERACIONES VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES PIC 9(6).

       01  WS-SUCURSAL-ANTERIOR PIC X(4).
       01  WS-SUCURSAL-LISTADO PIC X(4).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

       01  WS-SUC-CONT PIC 9(6) VALUE ZERO.
       01  WS-SUC-IMPORTE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CONT PIC 9(6) VALUE ZERO.
       01  WS-TOT-IMPORTE PIC 9(11)V99 VALUE ZERO.

       01  WS-PORCENTAJE PIC 9(3)V9.
       01  WS-PORCENTAJE-ED PIC ZZ9.9.
       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-COBRO PIC X(18).
       01  WS-IMPORTE-BAJA PIC X(18).
       01  WS-IMPORTE-ACUM PIC X(18).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "RECUPERACIONES-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-MES

           PERFORM LEE-CONTROL-INFORME THRU LEE-CONTROL-INFORME-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-SUCURSAL SRT-REFERENCIA
                   SRT-FECHA-PROCESO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-INFORME

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-INFORME.
           OPEN INPUT RECUPERACIONES-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-INFORME-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF RECUPERACIONES-CONTROL-RECORD(1:4) = "MES="
                       AND RECUPERACIONES-CONTROL-RECORD(5:6) NUMERIC
                   MOVE RECUPERACIONES-CONTROL-RECORD(5:6) TO WS-MES
                   DISPLAY "TARJETA DE CONTROL: INFORME DEL MES "
                       WS-MES
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE RECUPERACIONES-CONTROL-FILE.

       LEE-CONTROL-INFORME-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ RECUPERACIONES-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT RECUPERACIONES-FILE
           IF WS-RECUPERACIONES-STATUS NOT = "00"
               DISPLAY "NO HAY RECUPERACIONES REGISTRADAS, EL "
                   "INFORME SALE VACIO"
               SET FIN-RECUPERACIONES TO TRUE
           END-IF
           PERFORM UNTIL FIN-RECUPERACIONES
               READ RECUPERACIONES-FILE
                   AT END
                       SET FIN-RECUPERACIONES TO TRUE
                   NOT AT END
                       IF RCP-FECHA-PROCESO(1:6) = WS-MES
                           PERFORM LIBERA-A-ORDENACION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECUPERACIONES-STATUS NOT = "35"
               CLOSE RECUPERACIONES-FILE
           END-IF.

       LIBERA-A-ORDENACION.
           MOVE RCP-SUCURSAL TO SRT-SUCURSAL
           MOVE RCP-REFERENCIA TO SRT-REFERENCIA
           MOVE RCP-FECHA-PROCESO TO SRT-FECHA-PROCESO
           MOVE RCP-CLIENTE TO SRT-CLIENTE
           MOVE RCP-FECHA-PAGO TO SRT-FECHA-PAGO
           MOVE RCP-IMPORTE TO SRT-IMPORTE
           MOVE RCP-IMPORTE-FALLIDO TO SRT-IMPORTE-FALLIDO
           MOVE RCP-RECUPERADO-ACUM TO SRT-RECUPERADO-ACUM
           RELEASE SORT-RECORD.

       ESCRIBE-INFORME.
           OPEN OUTPUT RECUPERACIONES-REPORT
           CALL "RPTHDR" USING "RECUPERACIONES-PRESTAMOS"
               "INFORME_RECUPERACIONES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RECUPERACIONES DE PRESTAMOS FALLIDOS - MES " WS-MES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SUC  REFERENCIA CLIENTE    FECHA PAGO"
               "              COBRO       DADO DE BAJA"
               "    RECUPERADO ACUM  %REC"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                   MOVE "N" TO WS-PRIMER-REGISTRO
               END-IF
               IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
                   PERFORM CORTE-SUCURSAL
               END-IF
               PERFORM ESCRIBE-DETALLE
               PERFORM LEE-ORDENADO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM CORTE-SUCURSAL
           END-IF

           MOVE WS-TOT-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-COBRO
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL GENERAL  COBROS=" WS-TOT-CONT
               "      " WS-IMPORTE-COBRO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE RECUPERACIONES-REPORT

           DISPLAY "RECUPERACIONES " WS-MES ": COBROS=" WS-TOT-CONT.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       ESCRIBE-DETALLE.
           ADD 1 TO WS-SUC-CONT
           ADD 1 TO WS-TOT-CONT
           ADD SRT-IMPORTE TO WS-SUC-IMPORTE
           ADD SRT-IMPORTE TO WS-TOT-IMPORTE
      *    QUE PARTE DE LO DADO DE BAJA SE LLEVA RECUPERADO
           MOVE ZERO TO WS-PORCENTAJE
           IF SRT-IMPORTE-FALLIDO > ZERO
               COMPUTE WS-PORCENTAJE ROUNDED =
                   SRT-RECUPERADO-ACUM * 100 / SRT-IMPORTE-FALLIDO
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED
           MOVE SRT-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-COBRO
           MOVE SRT-IMPORTE-FALLIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-BAJA
           MOVE SRT-RECUPERADO-ACUM TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-ACUM
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-LISTADO
           IF WS-SUCURSAL-LISTADO = SPACES
               MOVE "CENT" TO WS-SUCURSAL-LISTADO
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-SUCURSAL-LISTADO " " SRT-REFERENCIA "   "
               SRT-CLIENTE " " SRT-FECHA-PAGO "   "
               WS-IMPORTE-COBRO " " WS-IMPORTE-BAJA " "
               WS-IMPORTE-ACUM " " WS-PORCENTAJE-ED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       CORTE-SUCURSAL.
           MOVE WS-SUCURSAL-ANTERIOR TO WS-SUCURSAL-LISTADO
           IF WS-SUCURSAL-LISTADO = SPACES
               MOVE "CENT" TO WS-SUCURSAL-LISTADO
           END-IF
           MOVE WS-SUC-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-COBRO
           MOVE SPACES TO REPORT-RECORD
           STRING "  TOTAL " WS-SUCURSAL-LISTADO
               "  COBROS=" WS-SUC-CONT "      " WS-IMPORTE-COBRO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-SUC-CONT
           MOVE ZERO TO WS-SUC-IMPORTE
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       END PROGRAM RECUPERACIONES-PRESTAMOS.
