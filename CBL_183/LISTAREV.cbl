      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lista mensual de trabajo de diligencia debida por
      *          sucursal. Recorre CLIENTES.DAT (COPY CLIENREC) y,
      *          de los clientes activos, lista por sucursal los que
      *          tienen la revision de su documentacion vencida
      *          (proxima revision anterior a la fecha de proceso:
      *          COTIZACION-PRESTAMOS y ALTA-PRESTAMOS ya les
      *          rechazan el negocio nuevo), los que no tienen
      *          ninguna revision registrada (fichas anteriores a la
      *          calificacion de riesgo) y los que vencen antes de
      *          que acabe el mes siguiente, para que la sucursal los
      *          cite a tiempo. Cada cliente sale con su riesgo, la
      *          ultima revision, la proxima y los dias de retraso si
      *          esta vencida; cada sucursal cierra con sus totales y
      *          el informe con el total general. Sale en
      *          INFORME_REVISION_CLIENTES.TXT. Se programa para el
      *          ultimo dia habil en CALENDARIO_FASES.DAT. RC=4 si
      *          hay alguna revision vencida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-REVISIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT REVISION-REPORT
               ASSIGN TO "INFORME_REVISION_CLIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK12".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  REVISION-REPORT.
       01  REPORT-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-SUCURSAL PIC X(4).
      *    1 = VENCIDA, 2 = SIN REVISION, 3 = PROXIMA
           05  SRT-ESTADO PIC 9.
           05  SRT-FECHA-PROX-REVISION PIC 9(8).
           05  SRT-DOCUMENTO PIC X(10).
           05  SRT-NOMBRE PIC X(30).
           05  SRT-RIESGO PIC X.
           05  SRT-FECHA-REVISION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-CLIENTES PIC X VALUE "N".
           88  FIN-CLIENTES VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
      *    ULTIMO DIA DEL MES SIGUIENTE: HORIZONTE DE LAS PROXIMAS
       01  WS-FECHA-HORIZONTE PIC 9(8).
       01  WS-FECHA-CALCULO PIC 9(8).
       01  WS-FECHA-CALCULO-D REDEFINES WS-FECHA-CALCULO.
           05  WS-FC-ANIO PIC 9(4).
           05  WS-FC-MES PIC 99.
           05  WS-FC-DIA PIC 99.
       01  WS-DIAS-RETRASO PIC 9(5).
       01  WS-CONT-LEIDOS PIC 9(7) VALUE ZERO.

       01  WS-SUCURSAL-ANTERIOR PIC X(4).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

      *    CONTADORES POR ESTADO: NIVEL 1 = SUCURSAL, 2 = GENERAL
       01  WS-NIVELES.
           05  WS-NIV OCCURS 2 TIMES.
               10  WS-NIV-VENCIDAS PIC 9(6).
               10  WS-NIV-SIN-REVISION PIC 9(6).
               10  WS-NIV-PROXIMAS PIC 9(6).
       01  WS-NIV-IDX PIC 9.
       01  WS-TEXTO-ESTADO PIC X(12).
       01  WS-ETIQUETA PIC X(20).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "LISTA-REVISIONES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REVISIONES".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "LISTA-REVISIONES".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE ZERO TO WS-NIVELES

      *    PRIMERO DEL MES SUBSIGUIENTE MENOS UN DIA
           MOVE WS-FECHA-HOY TO WS-FECHA-CALCULO
           MOVE 1 TO WS-FC-DIA
           ADD 2 TO WS-FC-MES
           IF WS-FC-MES > 12
               SUBTRACT 12 FROM WS-FC-MES
               ADD 1 TO WS-FC-ANIO
           END-IF
           COMPUTE WS-FECHA-HORIZONTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO) - 1)

           SORT SORT-WORK
               ON ASCENDING KEY SRT-SUCURSAL SRT-ESTADO
                   SRT-FECHA-PROX-REVISION SRT-DOCUMENTO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-INFORME

           MOVE WS-FECHA-HOY TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CLIENTES=" WS-CONT-LEIDOS
               " VENCIDAS=" WS-NIV-VENCIDAS(2)
               " SIN-REVISION=" WS-NIV-SIN-REVISION(2)
               " PROXIMAS=" WS-NIV-PROXIMAS(2)
               " HORIZONTE=" WS-FECHA-HORIZONTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-ORDENACION.
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT NO DISPONIBLE (ESTADO "
                   WS-CLIENTES-STATUS "), LA LISTA SALE VACIA"
               MOVE 4 TO WS-RETURN-CODE
               SET FIN-CLIENTES TO TRUE
           END-IF
           PERFORM UNTIL FIN-CLIENTES
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       SET FIN-CLIENTES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF CLI-ES-ACTIVO
                           PERFORM CLASIFICA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLIENTES-STATUS NOT = "35"
               CLOSE CLIENTES-FILE
           END-IF.

      *    LAS FICHAS ANTERIORES A LA DILIGENCIA DEBIDA TRAEN LAS
      *    FECHAS EN BLANCO: CUENTAN COMO SIN REVISION
       CLASIFICA-CLIENTE.
           MOVE ZERO TO SRT-ESTADO
           IF CLI-FECHA-REVISION NOT NUMERIC
               MOVE ZERO TO CLI-FECHA-REVISION
           END-IF
           IF CLI-FECHA-PROX-REVISION NOT NUMERIC
               MOVE ZERO TO CLI-FECHA-PROX-REVISION
           END-IF
           EVALUATE TRUE
               WHEN CLI-FECHA-PROX-REVISION = ZERO
                   MOVE 2 TO SRT-ESTADO
               WHEN CLI-FECHA-PROX-REVISION < WS-FECHA-HOY
                   MOVE 1 TO SRT-ESTADO
               WHEN CLI-FECHA-PROX-REVISION <= WS-FECHA-HORIZONTE
                   MOVE 3 TO SRT-ESTADO
           END-EVALUATE
           IF SRT-ESTADO > ZERO
               MOVE CLI-SUCURSAL TO SRT-SUCURSAL
               IF SRT-SUCURSAL = SPACES
                   MOVE "????" TO SRT-SUCURSAL
               END-IF
               MOVE CLI-FECHA-PROX-REVISION TO SRT-FECHA-PROX-REVISION
               MOVE CLI-DOCUMENTO TO SRT-DOCUMENTO
               MOVE CLI-NOMBRE TO SRT-NOMBRE
               MOVE CLI-RIESGO TO SRT-RIESGO
               MOVE CLI-FECHA-REVISION TO SRT-FECHA-REVISION
               RELEASE SORT-RECORD
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT REVISION-REPORT
           CALL "RPTHDR" USING "LISTA-REVISIONES"
               "INFORME_REVISION_CLIENTES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REVISIONES DE DILIGENCIA DEBIDA AL " WS-FECHA-HOY
               " - PROXIMAS HASTA EL " WS-FECHA-HORIZONTE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  DOCUMENTO  NOMBRE                         R "
               "ULTIMA   PROXIMA  ESTADO       DIAS RETRASO"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                   MOVE "N" TO WS-PRIMER-REGISTRO
                   PERFORM CABECERA-SUCURSAL
               END-IF
               IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
                   PERFORM CORTE-SUCURSAL
                   PERFORM CABECERA-SUCURSAL
               END-IF
               PERFORM ESCRIBE-CLIENTE
               PERFORM LEE-ORDENADO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM CORTE-SUCURSAL
           ELSE
               MOVE "  NINGUN CLIENTE CON REVISION PENDIENTE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE 2 TO WS-NIV-IDX
           MOVE "TOTAL GENERAL" TO WS-ETIQUETA
           PERFORM ESCRIBE-LINEA-NIVEL
           CLOSE REVISION-REPORT

           IF WS-NIV-VENCIDAS(2) > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY "REVISIONES DE CLIENTES: VENCIDAS="
               WS-NIV-VENCIDAS(2) " SIN REVISION="
               WS-NIV-SIN-REVISION(2) " PROXIMAS="
               WS-NIV-PROXIMAS(2).

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       CABECERA-SUCURSAL.
           MOVE SPACES TO REPORT-RECORD
           STRING "SUCURSAL: " SRT-SUCURSAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       ESCRIBE-CLIENTE.
           MOVE ZERO TO WS-DIAS-RETRASO
           EVALUATE SRT-ESTADO
               WHEN 1
                   MOVE "VENCIDA" TO WS-TEXTO-ESTADO
                   COMPUTE WS-DIAS-RETRASO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE
                           (SRT-FECHA-PROX-REVISION)
                   PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                           UNTIL WS-NIV-IDX > 2
                       ADD 1 TO WS-NIV-VENCIDAS(WS-NIV-IDX)
                   END-PERFORM
               WHEN 2
                   MOVE "SIN REVISION" TO WS-TEXTO-ESTADO
                   PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                           UNTIL WS-NIV-IDX > 2
                       ADD 1 TO WS-NIV-SIN-REVISION(WS-NIV-IDX)
                   END-PERFORM
               WHEN OTHER
                   MOVE "PROXIMA" TO WS-TEXTO-ESTADO
                   PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                           UNTIL WS-NIV-IDX > 2
                       ADD 1 TO WS-NIV-PROXIMAS(WS-NIV-IDX)
                   END-PERFORM
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           STRING "  " SRT-DOCUMENTO " " SRT-NOMBRE " " SRT-RIESGO
               " " SRT-FECHA-REVISION " " SRT-FECHA-PROX-REVISION
               " " WS-TEXTO-ESTADO " " WS-DIAS-RETRASO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       CORTE-SUCURSAL.
           MOVE SPACES TO WS-ETIQUETA
           STRING "  TOTAL " WS-SUCURSAL-ANTERIOR
               DELIMITED BY SIZE INTO WS-ETIQUETA
           MOVE 1 TO WS-NIV-IDX
           PERFORM ESCRIBE-LINEA-NIVEL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-NIV(1)
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       ESCRIBE-LINEA-NIVEL.
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ETIQUETA " VENCIDAS=" WS-NIV-VENCIDAS(WS-NIV-IDX)
               " SIN REVISION=" WS-NIV-SIN-REVISION(WS-NIV-IDX)
               " PROXIMAS=" WS-NIV-PROXIMAS(WS-NIV-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM LISTA-REVISIONES.
