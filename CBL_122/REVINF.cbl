      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de la revision de calidad. Recorre la
      *          cola REVISION_CALIDAD.DAT (COPY REVISREC) y saca en
      *          INFORME_REVISION_CALIDAD.TXT, por grupo y sucursal,
      *          el tamano de la muestra del mes, las revisadas, los
      *          fallos con su tasa sobre lo revisado y las entradas
      *          que siguen abiertas; las pendientes de meses
      *          anteriores cuentan como abiertas (arrastre) pero no
      *          como muestra del mes. Cierra con el total por grupo y
      *          el general. El mes es el de la fecha de proceso; la
      *          tarjeta opcional REVISION_INFORME_CONTROL.DAT con
      *          MES=AAAAMM saca el de otro mes. Se programa para el
      *          ultimo dia habil en CALENDARIO_FASES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-INFORME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-FILE ASSIGN TO "REVISION_CALIDAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REVISION-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: MES=<AAAAMM>
           SELECT REVISION-CONTROL-FILE
               ASSIGN TO "REVISION_INFORME_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REVISION-REPORT
               ASSIGN TO "INFORME_REVISION_CALIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK05".

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-FILE.
       COPY REVISREC.

       FD  REVISION-CONTROL-FILE.
       01  REVISION-CONTROL-RECORD PIC X(80).

       FD  REVISION-REPORT.
       01  REPORT-RECORD PIC X(80).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-GRUPO PIC X(7).
           05  SRT-SUCURSAL PIC X(4).
      *    S = MUESTRA DEL MES; N = PENDIENTE ARRASTRADA DE ANTES
           05  SRT-DEL-MES PIC X.
           05  SRT-ESTADO PIC X.

       WORKING-STORAGE SECTION.
       01  WS-REVISION-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-REVISION PIC X VALUE "N".
           88  FIN-REVISION VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-MES PIC 9(6).

       01  WS-GRUPO-ANTERIOR PIC X(7).
       01  WS-SUCURSAL-ANTERIOR PIC X(4).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

      *    CONTADORES DEL NIVEL EN CURSO: 1 = SUCURSAL, 2 = GRUPO,
      *    3 = TOTAL GENERAL
       01  WS-NIVELES.
           05  WS-NIV OCCURS 3 TIMES.
               10  WS-NIV-MUESTRA PIC 9(6).
               10  WS-NIV-REVISADAS PIC 9(6).
               10  WS-NIV-FALLOS PIC 9(6).
               10  WS-NIV-ABIERTAS PIC 9(6).
       01  WS-NIV-IDX PIC 9.

       01  WS-TASA PIC 9(3)V9.
       01  WS-TASA-EDITADA PIC ZZ9.9.
       01  WS-SUCURSAL-LISTADO PIC X(4).
       01  WS-ETIQUETA PIC X(20).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "REVISION-INFORME".
           CALL "FECHAPROC" USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-MES
           MOVE ZERO TO WS-NIVELES

           PERFORM LEE-CONTROL-INFORME THRU LEE-CONTROL-INFORME-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-GRUPO SRT-SUCURSAL
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-INFORME

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-INFORME.
           OPEN INPUT REVISION-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-INFORME-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF REVISION-CONTROL-RECORD(1:4) = "MES="
                       AND REVISION-CONTROL-RECORD(5:6) NUMERIC
                   MOVE REVISION-CONTROL-RECORD(5:6) TO WS-MES
                   DISPLAY "TARJETA DE CONTROL: INFORME DEL MES "
                       WS-MES
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE REVISION-CONTROL-FILE.

       LEE-CONTROL-INFORME-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ REVISION-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT REVISION-FILE
           IF WS-REVISION-STATUS NOT = "00"
               DISPLAY "NO HAY COLA DE REVISION, EL INFORME SALE "
                   "VACIO"
               SET FIN-REVISION TO TRUE
           END-IF
           PERFORM UNTIL FIN-REVISION
               READ REVISION-FILE
                   AT END
                       SET FIN-REVISION TO TRUE
                   NOT AT END
                       PERFORM SELECCIONA-ENTRADA
               END-READ
           END-PERFORM
           IF WS-REVISION-STATUS NOT = "35"
               CLOSE REVISION-FILE
           END-IF.

       SELECCIONA-ENTRADA.
      *    LA COLA VA POR FECHA: LO POSTERIOR AL MES NO CUENTA, LO
      *    ANTERIOR SOLO SI SIGUE ABIERTO
           IF REV-FECHA(1:6) > WS-MES
               SET FIN-REVISION TO TRUE
           ELSE
               IF REV-FECHA(1:6) = WS-MES
                   MOVE "S" TO SRT-DEL-MES
                   PERFORM LIBERA-A-ORDENACION
               ELSE
                   IF REV-PENDIENTE
                       MOVE "N" TO SRT-DEL-MES
                       PERFORM LIBERA-A-ORDENACION
                   END-IF
               END-IF
           END-IF.

       LIBERA-A-ORDENACION.
           MOVE REV-GRUPO TO SRT-GRUPO
           MOVE REV-SUCURSAL TO SRT-SUCURSAL
           MOVE REV-ESTADO TO SRT-ESTADO
           RELEASE SORT-RECORD.

       ESCRIBE-INFORME.
           OPEN OUTPUT REVISION-REPORT
           CALL "RPTHDR" USING "REVISION-INFORME"
               "INFORME_REVISION_CALIDAD.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REVISION DE CALIDAD POR MUESTREO - MES " WS-MES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "GRUPO   SUC           MUESTRA REVISADAS  FALLOS"
               "  %FALLO  ABIERTAS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                   MOVE "N" TO WS-PRIMER-REGISTRO
               END-IF
               IF SRT-GRUPO NOT = WS-GRUPO-ANTERIOR
                   PERFORM CORTE-SUCURSAL
                   PERFORM CORTE-GRUPO
               ELSE
                   IF SRT-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
                       PERFORM CORTE-SUCURSAL
                   END-IF
               END-IF
               PERFORM ACUMULA-ENTRADA
               PERFORM LEE-ORDENADO
           END-PERFORM

           IF NOT PRIMER-REGISTRO
               PERFORM CORTE-SUCURSAL
               PERFORM CORTE-GRUPO
           END-IF

           MOVE 3 TO WS-NIV-IDX
           MOVE "TOTAL GENERAL" TO WS-ETIQUETA
           PERFORM ESCRIBE-LINEA-NIVEL
           CLOSE REVISION-REPORT

      *    UNA TASA DE FALLOS NO NULA O REVISIONES SIN HACER SON
      *    MATERIA PARA AUDITORIA: EL PASO LO SENALA CON RC=4
           IF WS-NIV-FALLOS(3) > ZERO OR WS-NIV-ABIERTAS(3) > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY "REVISION DE CALIDAD " WS-MES ": MUESTRA="
               WS-NIV-MUESTRA(3) " FALLOS=" WS-NIV-FALLOS(3)
               " ABIERTAS=" WS-NIV-ABIERTAS(3).

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       ACUMULA-ENTRADA.
           PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                   UNTIL WS-NIV-IDX > 3
               IF SRT-DEL-MES = "S"
                   ADD 1 TO WS-NIV-MUESTRA(WS-NIV-IDX)
               END-IF
               EVALUATE SRT-ESTADO
                   WHEN "S"
                       ADD 1 TO WS-NIV-REVISADAS(WS-NIV-IDX)
                   WHEN "F"
                       ADD 1 TO WS-NIV-REVISADAS(WS-NIV-IDX)
                       ADD 1 TO WS-NIV-FALLOS(WS-NIV-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-NIV-ABIERTAS(WS-NIV-IDX)
               END-EVALUATE
           END-PERFORM.

       CORTE-SUCURSAL.
           MOVE WS-SUCURSAL-ANTERIOR TO WS-SUCURSAL-LISTADO
           IF WS-SUCURSAL-LISTADO = SPACES
               MOVE "SSCC" TO WS-SUCURSAL-LISTADO
           END-IF
           MOVE SPACES TO WS-ETIQUETA
           STRING WS-GRUPO-ANTERIOR " " WS-SUCURSAL-LISTADO
               DELIMITED BY SIZE INTO WS-ETIQUETA
           MOVE 1 TO WS-NIV-IDX
           PERFORM ESCRIBE-LINEA-NIVEL
           MOVE ZERO TO WS-NIV(1)
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       CORTE-GRUPO.
           MOVE SPACES TO WS-ETIQUETA
           STRING "  TOTAL " WS-GRUPO-ANTERIOR
               DELIMITED BY SIZE INTO WS-ETIQUETA
           MOVE 2 TO WS-NIV-IDX
           PERFORM ESCRIBE-LINEA-NIVEL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO WS-NIV(2)
           MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ANTERIOR.

       ESCRIBE-LINEA-NIVEL.
      *    LA TASA DE FALLOS SE MIDE SOBRE LO YA REVISADO, NO SOBRE
      *    LA MUESTRA: LO ABIERTO SE INFORMA APARTE
           MOVE ZERO TO WS-TASA
           IF WS-NIV-REVISADAS(WS-NIV-IDX) > ZERO
               COMPUTE WS-TASA ROUNDED =
                   WS-NIV-FALLOS(WS-NIV-IDX) * 100
                   / WS-NIV-REVISADAS(WS-NIV-IDX)
           END-IF
           MOVE WS-TASA TO WS-TASA-EDITADA
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ETIQUETA "   " WS-NIV-MUESTRA(WS-NIV-IDX)
               "    " WS-NIV-REVISADAS(WS-NIV-IDX)
               "  " WS-NIV-FALLOS(WS-NIV-IDX)
               "   " WS-TASA-EDITADA
               "    " WS-NIV-ABIERTAS(WS-NIV-IDX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM REVISION-INFORME.
