      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro mensual de fallidos del suspenso. Lista los
      *          quebrantos aprobados en el mes (SUSPENSO_FALLIDOS.DAT,
      *          por FAL-FECHA-APROBACION) ordenados por motivo de
      *          suspenso y sucursal, con subtotal de recuento e
      *          importe en moneda base en cada sucursal dentro de su
      *          motivo y en cada motivo, un resumen por sucursal de
      *          todos los motivos y el total general del mes. El mes
      *          es el de la fecha de proceso; la tarjeta opcional
      *          REGISTRO_FALLIDOS_CONTROL.DAT con MES=AAAAMM saca el
      *          de otro mes. Pensado para el ultimo dia habil del mes
      *          en CALENDARIO_FASES.DAT. Salida:
      *          REGISTRO_FALLIDOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-FALLIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALLIDOS-FILE ASSIGN TO "SUSPENSO_FALLIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAL-CLAVE
               FILE STATUS IS WS-FALLIDOS-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: MES=<AAAAMM>
           SELECT REGISTRO-CONTROL-FILE
               ASSIGN TO "REGISTRO_FALLIDOS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REGISTRO-REPORT ASSIGN TO "REGISTRO_FALLIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK04".

       DATA DIVISION.
       FILE SECTION.
       FD  FALLIDOS-FILE.
       COPY FALLIREC.

       FD  REGISTRO-CONTROL-FILE.
       01  REGISTRO-CONTROL-RECORD PIC X(80).

       FD  REGISTRO-REPORT.
       01  REPORT-RECORD PIC X(80).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-MOTIVO PIC XX.
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-FECHA-APROBACION PIC 9(8).
           05  SRT-GRUPO PIC X(7).
           05  SRT-FECHA-SUSPENSO PIC 9(8).
           05  SRT-DIVISA PIC X(3).
           05  SRT-IMPORTE PIC 9(7)V99.
           05  SRT-IMPORTE-BASE PIC 9(7)V99.
           05  SRT-APROBADOR PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FALLIDOS-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-FALLIDOS PIC X VALUE "N".
           88  FIN-FALLIDOS VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES PIC 9(6).

       01  WS-MOTIVO-ANTERIOR PIC XX.
       01  WS-SUCURSAL-ANTERIOR PIC X(4).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

       01  WS-SUC-CONT PIC 9(6) VALUE ZERO.
       01  WS-SUC-IMPORTE PIC 9(9)V99 VALUE ZERO.
       01  WS-MOT-CONT PIC 9(6) VALUE ZERO.
       01  WS-MOT-IMPORTE PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CONT PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-IMPORTE PIC 9(9)V99 VALUE ZERO.

      *    RESUMEN POR SUCURSAL DE TODOS LOS MOTIVOS
       01  WS-TABLA-SUCURSALES.
           05  WS-RES-ENT OCCURS 100 TIMES.
               10  WS-RES-SUCURSAL PIC X(4).
               10  WS-RES-CONT PIC 9(6).
               10  WS-RES-IMPORTE PIC 9(9)V99.
       01  WS-RES-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-RES-IDX PIC 9(3).
       01  WS-RES-POS PIC 9(3).
       01  WS-RES-DESBORDE PIC X VALUE "N".
           88  RES-DESBORDE VALUE "Y".

       01  WS-IMPORTE-EDITADO PIC ZZZZZZZZ9.99.
       01  WS-ORIGINAL-EDITADO PIC ZZZZZZ9.99.
       01  WS-SUCURSAL-LISTADO PIC X(4).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "REGISTRO-FALLIDOS".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-MES

           PERFORM LEE-CONTROL-REGISTRO THRU LEE-CONTROL-REGISTRO-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-MOTIVO SRT-SUCURSAL
                                SRT-FECHA-APROBACION SRT-GRUPO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-REGISTRO

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-REGISTRO.
           OPEN INPUT REGISTRO-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-REGISTRO-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF REGISTRO-CONTROL-RECORD(1:4) = "MES="
                       AND REGISTRO-CONTROL-RECORD(5:6) NUMERIC
                   MOVE REGISTRO-CONTROL-RECORD(5:6) TO WS-MES
                   DISPLAY "TARJETA DE CONTROL: REGISTRO DEL MES "
                       WS-MES
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE REGISTRO-CONTROL-FILE.

       LEE-CONTROL-REGISTRO-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ REGISTRO-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT FALLIDOS-FILE
           IF WS-FALLIDOS-STATUS NOT = "00"
               DISPLAY "NO HAY REGISTRO DE FALLIDOS, EL REGISTRO "
                   "MENSUAL SALE VACIO"
               SET FIN-FALLIDOS TO TRUE
           END-IF
           PERFORM UNTIL FIN-FALLIDOS
               READ FALLIDOS-FILE
                   AT END
                       SET FIN-FALLIDOS TO TRUE
                   NOT AT END
                       IF FAL-FECHA-APROBACION(1:6) = WS-MES
                           PERFORM LIBERA-A-ORDENACION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FALLIDOS-STATUS NOT = "35"
               CLOSE FALLIDOS-FILE
           END-IF.

       LIBERA-A-ORDENACION.
           MOVE FAL-MOTIVO TO SRT-MOTIVO
           MOVE FAL-SUCURSAL TO SRT-SUCURSAL
           MOVE FAL-FECHA-APROBACION TO SRT-FECHA-APROBACION
           MOVE FAL-GRUPO TO SRT-GRUPO
           MOVE FAL-FECHA-SUSPENSO TO SRT-FECHA-SUSPENSO
           MOVE FAL-DIVISA TO SRT-DIVISA
           MOVE FAL-IMPORTE TO SRT-IMPORTE
           MOVE FAL-IMPORTE-BASE TO SRT-IMPORTE-BASE
           MOVE FAL-APROBADOR TO SRT-APROBADOR
           RELEASE SORT-RECORD.

       ESCRIBE-REGISTRO.
           OPEN OUTPUT REGISTRO-REPORT
           CALL "RPTHDR" USING "REGISTRO-FALLIDOS"
               "REGISTRO_FALLIDOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REGISTRO DE FALLIDOS DEL SUSPENSO - MES " WS-MES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MO  SUC  APROBADO GRUPO   SUSPENSO DIV    IMPORTE"
               TO REPORT-RECORD
           MOVE "         BASE APROBADOR" TO REPORT-RECORD(50:23)
           WRITE REPORT-RECORD

           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE SRT-MOTIVO TO WS-MOTIVO-ANTERIOR
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                   MOVE "N" TO WS-PRIMER-REGISTRO
               END-IF
               IF SRT-MOTIVO NOT = WS-MOTIVO-ANTERIOR
                   PERFORM CORTE-SUCURSAL
                   PERFORM CORTE-MOTIVO
               ELSE
                   IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
                       PERFORM CORTE-SUCURSAL
                   END-IF
               END-IF
               PERFORM ESCRIBE-DETALLE
               PERFORM LEE-ORDENADO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM CORTE-SUCURSAL
               PERFORM CORTE-MOTIVO
           END-IF

           PERFORM ESCRIBE-RESUMEN-SUCURSALES

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-EDITADO
           STRING "TOTAL FALLIDOS DEL MES " WS-MES ": PARTIDAS="
               WS-TOTAL-CONT " IMPORTE BASE=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REGISTRO-REPORT

           DISPLAY "REGISTRO DE FALLIDOS " WS-MES ": PARTIDAS="
               WS-TOTAL-CONT.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       ESCRIBE-DETALLE.
           MOVE SPACES TO REPORT-RECORD
           MOVE SRT-IMPORTE TO WS-ORIGINAL-EDITADO
           MOVE SRT-IMPORTE-BASE TO WS-IMPORTE-EDITADO
           STRING SRT-MOTIVO "  " SRT-SUCURSAL " "
               SRT-FECHA-APROBACION " " SRT-GRUPO " "
               SRT-FECHA-SUSPENSO " " SRT-DIVISA " "
               WS-ORIGINAL-EDITADO " " WS-IMPORTE-EDITADO " "
               SRT-APROBADOR
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-SUC-CONT WS-MOT-CONT WS-TOTAL-CONT
           ADD SRT-IMPORTE-BASE TO WS-SUC-IMPORTE WS-MOT-IMPORTE
               WS-TOTAL-IMPORTE
           PERFORM ACUMULA-SUCURSAL.

       ACUMULA-SUCURSAL.
           MOVE ZERO TO WS-RES-POS
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-TOTAL
                   OR WS-RES-POS NOT = ZERO
               IF WS-RES-SUCURSAL(WS-RES-IDX) = SRT-SUCURSAL
                   MOVE WS-RES-IDX TO WS-RES-POS
               END-IF
           END-PERFORM
           IF WS-RES-POS = ZERO
               IF WS-RES-TOTAL < 100
                   ADD 1 TO WS-RES-TOTAL
                   MOVE WS-RES-TOTAL TO WS-RES-POS
                   MOVE SRT-SUCURSAL TO WS-RES-SUCURSAL(WS-RES-POS)
                   MOVE ZERO TO WS-RES-CONT(WS-RES-POS)
                   MOVE ZERO TO WS-RES-IMPORTE(WS-RES-POS)
               ELSE
                   SET RES-DESBORDE TO TRUE
               END-IF
           END-IF
           IF WS-RES-POS NOT = ZERO
               ADD 1 TO WS-RES-CONT(WS-RES-POS)
               ADD SRT-IMPORTE-BASE TO WS-RES-IMPORTE(WS-RES-POS)
           END-IF.

       CORTE-SUCURSAL.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SUC-IMPORTE TO WS-IMPORTE-EDITADO
           MOVE WS-SUCURSAL-ANTERIOR TO WS-SUCURSAL-LISTADO
           IF WS-SUCURSAL-LISTADO = SPACES
               MOVE "SSCC" TO WS-SUCURSAL-LISTADO
           END-IF
           STRING "    SUBTOTAL MOTIVO " WS-MOTIVO-ANTERIOR
               " SUCURSAL " WS-SUCURSAL-LISTADO ": PARTIDAS="
               WS-SUC-CONT " IMPORTE BASE=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-SUC-CONT WS-SUC-IMPORTE
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       CORTE-MOTIVO.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MOT-IMPORTE TO WS-IMPORTE-EDITADO
           STRING "  TOTAL MOTIVO " WS-MOTIVO-ANTERIOR ": PARTIDAS="
               WS-MOT-CONT " IMPORTE BASE=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-MOT-CONT WS-MOT-IMPORTE
           MOVE SRT-MOTIVO TO WS-MOTIVO-ANTERIOR
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       ESCRIBE-RESUMEN-SUCURSALES.
           MOVE SPACES TO REPORT-RECORD
           MOVE "RESUMEN POR SUCURSAL (TODOS LOS MOTIVOS)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-TOTAL
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-RES-IMPORTE(WS-RES-IDX) TO WS-IMPORTE-EDITADO
               MOVE WS-RES-SUCURSAL(WS-RES-IDX) TO WS-SUCURSAL-LISTADO
               IF WS-SUCURSAL-LISTADO = SPACES
                   MOVE "SSCC" TO WS-SUCURSAL-LISTADO
               END-IF
               STRING "  SUCURSAL " WS-SUCURSAL-LISTADO
                   ": PARTIDAS=" WS-RES-CONT(WS-RES-IDX)
                   " IMPORTE BASE=" WS-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF RES-DESBORDE
               MOVE "  AVISO: MAS DE 100 SUCURSALES, RESUMEN INCOMPLETO"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       END PROGRAM REGISTRO-FALLIDOS.
