      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de cumplimiento de entregas por
      *          destinatario, para las revisiones de servicio. Lee
      *          la historia ENTREGAS_HISTORIA.DAT (COPY ENTHIREC) que
      *          deja CONTROL-ENTREGAS tras cada fase y, para cada
      *          destinatario y entregable, cuenta las jornadas del
      *          mes entregadas a tiempo, fuera de plazo y no
      *          entregadas, con el porcentaje a tiempo; cierra cada
      *          destinatario con su total y el informe con el total
      *          general, y lista despues cada incidencia del mes con
      *          su fecha, hora de entrega, hora limite y responsable.
      *          De cada fecha y entregable cuenta solo la ultima
      *          anotacion (un relanzamiento puede convertir un no
      *          entregado en fuera de plazo). Sale en
      *          INFORME_ENTREGAS_MENSUAL.TXT. El mes es el de la
      *          fecha de proceso; la tarjeta opcional
      *          ENTREGAS_INFORME_CONTROL.DAT con MES=AAAAMM saca el
      *          de otro mes. Se programa para el ultimo dia habil en
      *          CALENDARIO_FASES.DAT. RC=4 si el mes tiene alguna
      *          entrega fuera de plazo o no entregada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ENTREGAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "ENTREGAS_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: MES=<AAAAMM>
           SELECT ENTREGAS-CONTROL-FILE
               ASSIGN TO "ENTREGAS_INFORME_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ENTREGAS-REPORT
               ASSIGN TO "INFORME_ENTREGAS_MENSUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK10".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
       COPY ENTHIREC.

       FD  ENTREGAS-CONTROL-FILE.
       01  ENTREGAS-CONTROL-RECORD PIC X(80).

       FD  ENTREGAS-REPORT.
       01  REPORT-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-DESTINATARIO PIC X(12).
           05  SRT-FICHERO PIC X(40).
           05  SRT-FECHA PIC 9(8).
      *    ORDEN DE ANOTACION: LA ULTIMA DE CADA FECHA ES LA QUE VALE
           05  SRT-SECUENCIA PIC 9(7).
           05  SRT-RESPONSABLE PIC X(20).
           05  SRT-HORA-LIMITE PIC 9(6).
           05  SRT-HORA-ENTREGA PIC 9(6).
           05  SRT-ESTADO PIC X.

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES PIC 9(6).
       01  WS-SECUENCIA PIC 9(7) VALUE ZERO.

      *    LA JORNADA EN CURSO DEL ENTREGABLE EN CURSO; SE CUENTA AL
      *    CAMBIAR DE FECHA CON SU ULTIMA ANOTACION
       01  WS-DIA-PENDIENTE PIC X VALUE "N".
           88  HAY-DIA-PENDIENTE VALUE "Y".
       01  WS-DIA-REGISTRO.
           05  WS-DIA-DESTINATARIO PIC X(12).
           05  WS-DIA-FICHERO PIC X(40).
           05  WS-DIA-FECHA PIC 9(8).
           05  WS-DIA-SECUENCIA PIC 9(7).
           05  WS-DIA-RESPONSABLE PIC X(20).
           05  WS-DIA-HORA-LIMITE PIC 9(6).
           05  WS-DIA-HORA-ENTREGA PIC 9(6).
           05  WS-DIA-ESTADO PIC X.

       01  WS-DESTINATARIO-ANTERIOR PIC X(12).
       01  WS-FICHERO-ANTERIOR PIC X(40).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

      *    CONTADORES DEL NIVEL EN CURSO: 1 = ENTREGABLE,
      *    2 = DESTINATARIO, 3 = TOTAL GENERAL
       01  WS-NIVELES.
           05  WS-NIV OCCURS 3 TIMES.
               10  WS-NIV-JORNADAS PIC 9(5).
               10  WS-NIV-A-TIEMPO PIC 9(5).
               10  WS-NIV-FUERA-PLAZO PIC 9(5).
               10  WS-NIV-NO-ENTREGADAS PIC 9(5).
       01  WS-NIV-IDX PIC 9.

      *    INCIDENCIAS DEL MES PARA EL DETALLE FINAL
       01  WS-INCIDENCIAS.
           05  WS-INC OCCURS 500 TIMES.
               10  WS-INC-FECHA PIC 9(8).
               10  WS-INC-DESTINATARIO PIC X(12).
               10  WS-INC-FICHERO PIC X(40).
               10  WS-INC-ESTADO PIC X.
               10  WS-INC-HORA-ENTREGA PIC 9(6).
               10  WS-INC-HORA-LIMITE PIC 9(6).
               10  WS-INC-RESPONSABLE PIC X(20).
       01  WS-INC-TOTAL PIC 999 VALUE ZERO.
       01  WS-INC-IDX PIC 999.
       01  WS-INC-DESCARTADAS PIC 9(5) VALUE ZERO.
       01  WS-TEXTO-ESTADO PIC X(14).

       01  WS-TASA PIC 9(3)V9.
       01  WS-TASA-EDITADA PIC ZZ9.9.
       01  WS-ETIQUETA PIC X(40).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "INFORME-ENTREGAS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ENTREGAMES".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-ENTREGAS".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-MES
           MOVE ZERO TO WS-NIVELES

           PERFORM LEE-CONTROL-INFORME THRU LEE-CONTROL-INFORME-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-DESTINATARIO SRT-FICHERO
                   SRT-FECHA SRT-SECUENCIA
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-INFORME

           MOVE WS-MES TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "MES=" WS-MES " JORNADAS=" WS-NIV-JORNADAS(3)
               " A-TIEMPO=" WS-NIV-A-TIEMPO(3)
               " FUERA-PLAZO=" WS-NIV-FUERA-PLAZO(3)
               " NO-ENTREGADAS=" WS-NIV-NO-ENTREGADAS(3)
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-INFORME.
           OPEN INPUT ENTREGAS-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-INFORME-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF ENTREGAS-CONTROL-RECORD(1:4) = "MES="
                       AND ENTREGAS-CONTROL-RECORD(5:6) NUMERIC
                   MOVE ENTREGAS-CONTROL-RECORD(5:6) TO WS-MES
                   DISPLAY "TARJETA DE CONTROL: INFORME DEL MES "
                       WS-MES
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE ENTREGAS-CONTROL-FILE.

       LEE-CONTROL-INFORME-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ ENTREGAS-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "NO HAY HISTORIA DE ENTREGAS, EL INFORME SALE "
                   "VACIO"
               SET FIN-HISTORIA TO TRUE
           END-IF
           PERFORM UNTIL FIN-HISTORIA
               READ HISTORIA-FILE
                   AT END
                       SET FIN-HISTORIA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SECUENCIA
                       IF ENH-FECHA(1:6) = WS-MES
                           PERFORM LIBERA-A-ORDENACION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORIA-STATUS NOT = "35"
               CLOSE HISTORIA-FILE
           END-IF.

       LIBERA-A-ORDENACION.
           MOVE ENH-DESTINATARIO TO SRT-DESTINATARIO
           IF SRT-DESTINATARIO = SPACES
               MOVE "SIN-DESTINO" TO SRT-DESTINATARIO
           END-IF
           MOVE ENH-FICHERO TO SRT-FICHERO
           MOVE ENH-FECHA TO SRT-FECHA
           MOVE WS-SECUENCIA TO SRT-SECUENCIA
           MOVE ENH-RESPONSABLE TO SRT-RESPONSABLE
           MOVE ENH-HORA-LIMITE TO SRT-HORA-LIMITE
           MOVE ENH-HORA-ENTREGA TO SRT-HORA-ENTREGA
           MOVE ENH-ESTADO TO SRT-ESTADO
           RELEASE SORT-RECORD.

       ESCRIBE-INFORME.
           OPEN OUTPUT ENTREGAS-REPORT
           CALL "RPTHDR" USING "INFORME-ENTREGAS"
               "INFORME_ENTREGAS_MENSUAL.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CUMPLIMIENTO DE ENTREGAS POR DESTINATARIO - MES "
               WS-MES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTREGABLE                                "
               "JORNADAS A-TIEMPO FUERA-PL NO-ENTR  %A-TIEMPO"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE SRT-DESTINATARIO TO WS-DESTINATARIO-ANTERIOR
                   MOVE SRT-FICHERO TO WS-FICHERO-ANTERIOR
                   MOVE "N" TO WS-PRIMER-REGISTRO
                   PERFORM CABECERA-DESTINATARIO
               END-IF
               IF SRT-DESTINATARIO NOT = WS-DESTINATARIO-ANTERIOR
                   PERFORM CIERRA-DIA
                   PERFORM CORTE-ENTREGABLE
                   PERFORM CORTE-DESTINATARIO
                   PERFORM CABECERA-DESTINATARIO
               ELSE
                   IF SRT-FICHERO NOT = WS-FICHERO-ANTERIOR
                       PERFORM CIERRA-DIA
                       PERFORM CORTE-ENTREGABLE
                   ELSE
                       IF HAY-DIA-PENDIENTE
                               AND SRT-FECHA NOT = WS-DIA-FECHA
                           PERFORM CIERRA-DIA
                       END-IF
                   END-IF
               END-IF
      *        LA ANOTACION POSTERIOR DE LA MISMA FECHA SUSTITUYE A
      *        LA ANTERIOR
               MOVE SORT-RECORD TO WS-DIA-REGISTRO
               SET HAY-DIA-PENDIENTE TO TRUE
               PERFORM LEE-ORDENADO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM CIERRA-DIA
               PERFORM CORTE-ENTREGABLE
               PERFORM CORTE-DESTINATARIO
           END-IF

           MOVE 3 TO WS-NIV-IDX
           MOVE "TOTAL GENERAL" TO WS-ETIQUETA
           PERFORM ESCRIBE-LINEA-NIVEL

           PERFORM ESCRIBE-INCIDENCIAS
           CLOSE ENTREGAS-REPORT

           IF WS-NIV-FUERA-PLAZO(3) > ZERO
                   OR WS-NIV-NO-ENTREGADAS(3) > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY "ENTREGAS " WS-MES ": JORNADAS="
               WS-NIV-JORNADAS(3) " A TIEMPO=" WS-NIV-A-TIEMPO(3)
               " FUERA DE PLAZO=" WS-NIV-FUERA-PLAZO(3)
               " NO ENTREGADAS=" WS-NIV-NO-ENTREGADAS(3).

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

      *    UNA JORNADA DE UN ENTREGABLE, CON SU ULTIMA ANOTACION
       CIERRA-DIA.
           IF NOT HAY-DIA-PENDIENTE
               GO TO CIERRA-DIA-FIN
           END-IF
           MOVE "N" TO WS-DIA-PENDIENTE
           PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                   UNTIL WS-NIV-IDX > 3
               ADD 1 TO WS-NIV-JORNADAS(WS-NIV-IDX)
               EVALUATE WS-DIA-ESTADO
                   WHEN "A"
                       ADD 1 TO WS-NIV-A-TIEMPO(WS-NIV-IDX)
                   WHEN "T"
                       ADD 1 TO WS-NIV-FUERA-PLAZO(WS-NIV-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-NIV-NO-ENTREGADAS(WS-NIV-IDX)
               END-EVALUATE
           END-PERFORM
           IF WS-DIA-ESTADO NOT = "A"
               IF WS-INC-TOTAL < 500
                   ADD 1 TO WS-INC-TOTAL
                   MOVE WS-DIA-FECHA TO WS-INC-FECHA(WS-INC-TOTAL)
                   MOVE WS-DIA-DESTINATARIO
                       TO WS-INC-DESTINATARIO(WS-INC-TOTAL)
                   MOVE WS-DIA-FICHERO TO WS-INC-FICHERO(WS-INC-TOTAL)
                   MOVE WS-DIA-ESTADO TO WS-INC-ESTADO(WS-INC-TOTAL)
                   MOVE WS-DIA-HORA-ENTREGA
                       TO WS-INC-HORA-ENTREGA(WS-INC-TOTAL)
                   MOVE WS-DIA-HORA-LIMITE
                       TO WS-INC-HORA-LIMITE(WS-INC-TOTAL)
                   MOVE WS-DIA-RESPONSABLE
                       TO WS-INC-RESPONSABLE(WS-INC-TOTAL)
               ELSE
                   ADD 1 TO WS-INC-DESCARTADAS
               END-IF
           END-IF.

       CIERRA-DIA-FIN.
           EXIT.

       CABECERA-DESTINATARIO.
           MOVE SPACES TO REPORT-RECORD
           STRING "DESTINATARIO: " SRT-DESTINATARIO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       CORTE-ENTREGABLE.
           MOVE SPACES TO WS-ETIQUETA
           STRING "  " WS-FICHERO-ANTERIOR
               DELIMITED BY SIZE INTO WS-ETIQUETA
           MOVE 1 TO WS-NIV-IDX
           PERFORM ESCRIBE-LINEA-NIVEL
           MOVE ZERO TO WS-NIV(1)
           MOVE SRT-FICHERO TO WS-FICHERO-ANTERIOR.

       CORTE-DESTINATARIO.
           MOVE SPACES TO WS-ETIQUETA
           STRING "  TOTAL " WS-DESTINATARIO-ANTERIOR
               DELIMITED BY SIZE INTO WS-ETIQUETA
           MOVE 2 TO WS-NIV-IDX
           PERFORM ESCRIBE-LINEA-NIVEL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-NIV(2)
           MOVE SRT-DESTINATARIO TO WS-DESTINATARIO-ANTERIOR
           MOVE SRT-FICHERO TO WS-FICHERO-ANTERIOR.

       ESCRIBE-LINEA-NIVEL.
           MOVE ZERO TO WS-TASA
           IF WS-NIV-JORNADAS(WS-NIV-IDX) > ZERO
               COMPUTE WS-TASA ROUNDED =
                   WS-NIV-A-TIEMPO(WS-NIV-IDX) * 100
                   / WS-NIV-JORNADAS(WS-NIV-IDX)
           END-IF
           MOVE WS-TASA TO WS-TASA-EDITADA
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ETIQUETA "   " WS-NIV-JORNADAS(WS-NIV-IDX)
               "    " WS-NIV-A-TIEMPO(WS-NIV-IDX)
               "    " WS-NIV-FUERA-PLAZO(WS-NIV-IDX)
               "   " WS-NIV-NO-ENTREGADAS(WS-NIV-IDX)
               "      " WS-TASA-EDITADA
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       ESCRIBE-INCIDENCIAS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "INCIDENCIAS DEL MES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-INC-TOTAL = ZERO
               MOVE "  NINGUNA: TODAS LAS ENTREGAS A TIEMPO"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INC-TOTAL
               IF WS-INC-ESTADO(WS-INC-IDX) = "T"
                   MOVE "FUERA DE PLAZO" TO WS-TEXTO-ESTADO
               ELSE
                   MOVE "NO ENTREGADO" TO WS-TEXTO-ESTADO
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-INC-FECHA(WS-INC-IDX) " "
                   WS-INC-DESTINATARIO(WS-INC-IDX) " "
                   WS-INC-FICHERO(WS-INC-IDX)(1:30) " "
                   WS-TEXTO-ESTADO " " WS-INC-HORA-ENTREGA(WS-INC-IDX)
                   "/" WS-INC-HORA-LIMITE(WS-INC-IDX) " "
                   WS-INC-RESPONSABLE(WS-INC-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-INC-DESCARTADAS > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "  ... Y " WS-INC-DESCARTADAS
                   " INCIDENCIAS MAS (VER ENTREGAS_HISTORIA.DAT)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       END PROGRAM INFORME-ENTREGAS.
