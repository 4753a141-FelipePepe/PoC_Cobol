      *          61-90 y mas de 90 dias), acumulado por cliente y
      *          SUCURSAL con totales de cartera, para que cobros
      *          deje de trabajar con una lista a mano que circula
      *          con una semana de retraso. Los prestamos marcados
      *          como reestructurados se vuelven a totalizar aparte,
      *          en una linea propia bajo el total de cartera.
      *          Para cada prestamo en mora se informa la etapa de
      *          reclamacion alcanzada (PRE-ETAPA-RECLAMACION) y a
      *          continuacion el historial de cartas que
      *          RECLAMA-PRESTAMOS dejo en RECLAMACIONES_HISTORIA.DAT
      *          para esos prestamos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "RECLAMACIONES_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT MOROSIDAD-REPORT
               ASSIGN TO "INFORME_MOROSIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  HISTORIA-FILE.
       COPY RECLAREC.

       FD  MOROSIDAD-REPORT.
       01  MOROSIDAD-RECORD PIC X(120).

       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-PRESTAMO-EN-MORA PIC X.
           88  PRESTAMO-EN-MORA VALUE "S".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-TOT-TMAS PIC 9(9)V99 VALUE ZERO.
       01  WS-CONT-CUOTAS-MORA PIC 9(6) VALUE ZERO.

      *    LOS REESTRUCTURADOS SE INFORMAN TAMBIEN POR SEPARADO
       01  WS-REE-T30 PIC 9(9)V99 VALUE ZERO.
       01  WS-REE-T60 PIC 9(9)V99 VALUE ZERO.
       01  WS-REE-T90 PIC 9(9)V99 VALUE ZERO.
       01  WS-REE-TMAS PIC 9(9)V99 VALUE ZERO.
       01  WS-REE-PRESTAMOS PIC 9(6) VALUE ZERO.

      *    PRESTAMOS EN MORA CON SU ETAPA DE RECLAMACION
       01  WS-REC-TABLA.
           05  WS-REC-ENT OCCURS 200 TIMES.
               10  WS-REC-REFERENCIA PIC X(8).
               10  WS-REC-CLIENTE PIC X(10).
               10  WS-REC-ETAPA PIC 9.
               10  WS-REC-FECHA PIC 9(8).
       01  WS-REC-USADAS PIC 9(3) VALUE ZERO.
       01  WS-REC-IDX PIC 9(3).
       01  WS-REC-POS PIC 9(3).
       01  WS-REC-SIN-SITIO PIC 9(6) VALUE ZERO.
       01  WS-CONT-HISTORIA PIC 9(6) VALUE ZERO.
       01  WS-ETAPA-DESCRIPCION PIC X(24).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
           END-READ.

       EVALUA-PRESTAMO.
           IF PRE-ES-REESTRUCTURADO
               ADD 1 TO WS-REE-PRESTAMOS
           END-IF
           MOVE "N" TO WS-PRESTAMO-EN-MORA
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM EVALUA-CUOTA THRU EVALUA-CUOTA-FIN
           END-PERFORM
           IF PRESTAMO-EN-MORA
               IF WS-REC-USADAS < 200
                   ADD 1 TO WS-REC-USADAS
                   MOVE PRE-REFERENCIA
                       TO WS-REC-REFERENCIA(WS-REC-USADAS)
                   MOVE PRE-CLIENTE TO WS-REC-CLIENTE(WS-REC-USADAS)
                   MOVE PRE-ETAPA-RECLAMACION
                       TO WS-REC-ETAPA(WS-REC-USADAS)
                   MOVE PRE-FECHA-RECLAMACION
                       TO WS-REC-FECHA(WS-REC-USADAS)
               ELSE
                   ADD 1 TO WS-REC-SIN-SITIO
               END-IF
           END-IF.

       EVALUA-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           END-IF

           ADD 1 TO WS-CONT-CUOTAS-MORA
           SET PRESTAMO-EN-MORA TO TRUE
           PERFORM BUSCA-ENTRADA-MOROSIDAD
           IF WS-MOR-POS = ZERO
               GO TO EVALUA-CUOTA-FIN
               WHEN OTHER
                   ADD WS-PENDIENTE TO WS-MOR-TMAS(WS-MOR-POS)
                   ADD WS-PENDIENTE TO WS-TOT-TMAS
           END-EVALUATE
           IF PRE-ES-REESTRUCTURADO
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 30
                       ADD WS-PENDIENTE TO WS-REE-T30
                   WHEN WS-DIAS-ATRASO <= 60
                       ADD WS-PENDIENTE TO WS-REE-T60
                   WHEN WS-DIAS-ATRASO <= 90
                       ADD WS-PENDIENTE TO WS-REE-T90
                   WHEN OTHER
                       ADD WS-PENDIENTE TO WS-REE-TMAS
               END-EVALUATE
           END-IF.

       EVALUA-CUOTA-FIN.
           EXIT.
               DELIMITED BY SIZE INTO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD

           MOVE SPACES TO MOROSIDAD-RECORD
           STRING "REESTRUCTURADOS: 1-30=" WS-REE-T30
               " 31-60=" WS-REE-T60
               " 61-90=" WS-REE-T90
               " +90=" WS-REE-TMAS
               " PRESTAMOS=" WS-REE-PRESTAMOS
               DELIMITED BY SIZE INTO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD

           PERFORM ESCRIBE-RECLAMACIONES

           CLOSE MOROSIDAD-REPORT.

       ESCRIBE-RECLAMACIONES.
           MOVE SPACES TO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD
           MOVE "ETAPA DE RECLAMACION DE LOS PRESTAMOS EN MORA"
               TO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-USADAS
               EVALUATE WS-REC-ETAPA(WS-REC-IDX)
                   WHEN 1
                       MOVE "RECORDATORIO" TO WS-ETAPA-DESCRIPCION
                   WHEN 2
                       MOVE "REQUERIMIENTO FORMAL"
                           TO WS-ETAPA-DESCRIPCION
                   WHEN 3
                       MOVE "AVISO PREJUDICIAL" TO WS-ETAPA-DESCRIPCION
                   WHEN OTHER
                       MOVE "SIN CARTA" TO WS-ETAPA-DESCRIPCION
               END-EVALUATE
               MOVE SPACES TO MOROSIDAD-RECORD
               IF WS-REC-ETAPA(WS-REC-IDX) = ZERO
                   STRING "PRESTAMO " WS-REC-REFERENCIA(WS-REC-IDX)
                       " CLIENTE " WS-REC-CLIENTE(WS-REC-IDX)
                       " ETAPA 0 " WS-ETAPA-DESCRIPCION
                       DELIMITED BY SIZE INTO MOROSIDAD-RECORD
               ELSE
                   STRING "PRESTAMO " WS-REC-REFERENCIA(WS-REC-IDX)
                       " CLIENTE " WS-REC-CLIENTE(WS-REC-IDX)
                       " ETAPA " WS-REC-ETAPA(WS-REC-IDX)
                       " " WS-ETAPA-DESCRIPCION
                       " ENVIADA EL " WS-REC-FECHA(WS-REC-IDX)
                       DELIMITED BY SIZE INTO MOROSIDAD-RECORD
               END-IF
               WRITE MOROSIDAD-RECORD
           END-PERFORM
           IF WS-REC-SIN-SITIO > ZERO
               MOVE SPACES TO MOROSIDAD-RECORD
               STRING "PRESTAMOS EN MORA NO DETALLADOS POR TAMANO DE "
                   "TABLA=" WS-REC-SIN-SITIO
                   DELIMITED BY SIZE INTO MOROSIDAD-RECORD
               WRITE MOROSIDAD-RECORD
           END-IF

      *    HISTORIAL DE CARTAS, EN ORDEN DE ENVIO, DE LOS QUE SIGUEN
      *    EN MORA
           MOVE SPACES TO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD
           MOVE "HISTORIAL DE CARTAS DE RECLAMACION"
               TO MOROSIDAD-RECORD
           WRITE MOROSIDAD-RECORD
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               MOVE "  RECLAMACIONES_HISTORIA.DAT NO DISPONIBLE"
                   TO MOROSIDAD-RECORD
               WRITE MOROSIDAD-RECORD
           ELSE
               PERFORM LEE-HISTORIA
               PERFORM UNTIL FIN-HISTORIA
                   PERFORM ESCRIBE-HISTORIA
                   PERFORM LEE-HISTORIA
               END-PERFORM
               CLOSE HISTORIA-FILE
               MOVE SPACES TO MOROSIDAD-RECORD
               STRING "CARTAS LISTADAS=" WS-CONT-HISTORIA
                   DELIMITED BY SIZE INTO MOROSIDAD-RECORD
               WRITE MOROSIDAD-RECORD
           END-IF.

       LEE-HISTORIA.
           READ HISTORIA-FILE
               AT END
                   SET FIN-HISTORIA TO TRUE
           END-READ.

       ESCRIBE-HISTORIA.
           MOVE ZERO TO WS-REC-POS
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-USADAS
                   OR WS-REC-POS > ZERO
               IF WS-REC-REFERENCIA(WS-REC-IDX) = RCL-REFERENCIA
                   MOVE WS-REC-IDX TO WS-REC-POS
               END-IF
           END-PERFORM
           IF WS-REC-POS > ZERO
               ADD 1 TO WS-CONT-HISTORIA
               MOVE RCL-IMPORTE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO MOROSIDAD-RECORD
               STRING "  " RCL-FECHA
                   " PRESTAMO " RCL-REFERENCIA
                   " ETAPA " RCL-ETAPA
                   " CUOTAS=" RCL-CUOTAS
                   " DIAS=" RCL-DIAS-ATRASO
                   " IMPORTE=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO MOROSIDAD-RECORD
               WRITE MOROSIDAD-RECORD
           END-IF.

       END PROGRAM MOROSIDAD-PRESTAMOS.
