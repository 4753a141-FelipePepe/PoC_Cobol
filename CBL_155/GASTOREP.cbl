      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de gasto de empleados por centro de coste y
      *          categoria. Recorre GASTOS_EMPLEADO.DAT (COPY
      *          GASTOREC) y acumula las lineas del ejercicio (fecha
      *          del gasto; PARAMLEE INFORME-GASTOS EJERCICIO, AAAA,
      *          por defecto el de la fecha de proceso) por el centro
      *          de coste que llevan y su categoria, separando lo
      *          pendiente de aprobar, lo aprobado sin reembolsar y lo
      *          ya reembolsado (en lote o pagado). Las lineas
      *          rechazadas no cuentan como gasto y solo se totalizan
      *          al final. Cada centro sale con sus categorias y un
      *          subtotal. Deja el informe en INFORME_GASTOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-GASTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS-FILE ASSIGN TO "GASTOS_EMPLEADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAS-CLAVE
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT GASTOS-REPORT ASSIGN TO "INFORME_GASTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-FILE.
       COPY GASTOREC.

       FD  GASTOS-REPORT.
       01  GASTOS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-GASTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-GASTOS PIC X VALUE "N".
           88  FIN-GASTOS VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-EJERCICIO PIC 9(4).

      *    UNA ENTRADA POR CENTRO Y CATEGORIA, EN ORDEN DE CLAVE PARA
      *    QUE EL INFORME SALGA AGRUPADO POR CENTRO. LOS IMPORTES VAN
      *    POR SITUACION: PENDIENTE, APROBADO, REEMBOLSADO
       01  WS-GAS-TABLA.
           05  WS-GAS-ENT OCCURS 300 TIMES.
               10  WS-GAS-CLAVE.
                   15  WS-GAS-CENTRO PIC X(6).
                   15  WS-GAS-CATEGORIA PIC X(6).
               10  WS-GAS-LINEAS PIC 9(5).
               10  WS-GAS-IMP PIC 9(9)V99 OCCURS 3 TIMES.
       01  WS-GAS-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-GAS-IDX PIC 9(4).
       01  WS-GAS-POS PIC 9(4).
       01  WS-GAS-HUECO PIC 9(4).
       01  WS-IMP-IDX PIC 9.
       01  WS-CLAVE-BUSCADA.
           05  WS-CLAVE-CENTRO PIC X(6).
           05  WS-CLAVE-CATEGORIA PIC X(6).
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-CENTRO-ACTUAL PIC X(6).
       01  WS-CEN-TOTALES.
           05  WS-CEN-LINEAS PIC 9(6).
           05  WS-CEN-IMP PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-TOT-TOTALES.
           05  WS-TOT-LINEAS PIC 9(6) VALUE ZERO.
           05  WS-TOT-IMP PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-RECHAZADO PIC 9(11)V99 VALUE ZERO.
       01  WS-CONT-CENTROS PIC 9(4) VALUE ZERO.

       01  WS-DET-LINEA.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DET-CENTRO PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  DET-CATEGORIA PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  DET-LINEAS PIC ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  DET-PENDIENTE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-APROBADO PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-REEMBOLSADO PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-GASTOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           MOVE WS-FECHA-PROCESO(1:4) TO WS-EJERCICIO
           CALL "PARAMLEE" USING "INFORME-GASTOS      "
               "EJERCICIO           " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:4) IS NUMERIC
                       AND WS-PARAM-VALOR(5:) = SPACES
                   MOVE WS-PARAM-VALOR(1:4) TO WS-EJERCICIO
               ELSE
                   DISPLAY "AVISO: EJERCICIO NO VALIDO, SE USA "
                       WS-EJERCICIO
               END-IF
           END-IF

           OPEN INPUT GASTOS-FILE
           IF WS-GASTOS-STATUS NOT = "00"
               DISPLAY "GASTOS_EMPLEADO.DAT NO DISPONIBLE, SIN "
                   "INFORME DE GASTOS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-TOT-IMP(1) WS-TOT-IMP(2) WS-TOT-IMP(3)
           PERFORM LEE-GASTO
           PERFORM UNTIL FIN-GASTOS
               IF GAS-FECHA-GASTO(1:4) = WS-EJERCICIO
                   ADD 1 TO WS-CONT-LEIDAS
                   PERFORM ACUMULA-GASTO
               END-IF
               PERFORM LEE-GASTO
           END-PERFORM
           CLOSE GASTOS-FILE

           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 300 LINEAS CENTRO/CATEGORIA, EL "
                   "INFORME ESTA INCOMPLETO"
           END-IF

           PERFORM ESCRIBE-INFORME

           DISPLAY "GASTOS DEL EJERCICIO " WS-EJERCICIO
               ": LINEAS=" WS-CONT-LEIDAS
               " CENTROS=" WS-CONT-CENTROS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
           IF TABLA-LLENA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LEE-GASTO.
           READ GASTOS-FILE NEXT RECORD
               AT END
                   SET FIN-GASTOS TO TRUE
           END-READ.

       ACUMULA-GASTO.
           EVALUATE TRUE
               WHEN GAS-ES-PENDIENTE
                   MOVE 1 TO WS-IMP-IDX
               WHEN GAS-ES-APROBADA
                   MOVE 2 TO WS-IMP-IDX
               WHEN GAS-ES-EN-LOTE
               WHEN GAS-ES-PAGADA
                   MOVE 3 TO WS-IMP-IDX
               WHEN OTHER
                   ADD 1 TO WS-CONT-RECHAZADAS
                   ADD GAS-IMPORTE TO WS-TOT-RECHAZADO
                   MOVE ZERO TO WS-IMP-IDX
           END-EVALUATE
           IF WS-IMP-IDX > ZERO
               MOVE GAS-CENTRO-COSTE TO WS-CLAVE-CENTRO
               IF WS-CLAVE-CENTRO = SPACES
                   MOVE "SIN-CC" TO WS-CLAVE-CENTRO
               END-IF
               MOVE GAS-CATEGORIA TO WS-CLAVE-CATEGORIA
               PERFORM BUSCA-LINEA
               IF WS-GAS-POS > ZERO
                   ADD 1 TO WS-GAS-LINEAS(WS-GAS-POS)
                   ADD GAS-IMPORTE TO WS-GAS-IMP(WS-GAS-POS WS-IMP-IDX)
               END-IF
           END-IF.

       BUSCA-LINEA.
      *    DEVUELVE EN WS-GAS-POS LA ENTRADA DE LA CLAVE BUSCADA; SI
      *    NO EXISTE SE ABRE HUECO EN SU SITIO PARA MANTENER EL ORDEN.
      *    CERO SI LA TABLA ESTA LLENA
           MOVE ZERO TO WS-GAS-POS
           MOVE ZERO TO WS-GAS-HUECO
           PERFORM VARYING WS-GAS-IDX FROM 1 BY 1
                   UNTIL WS-GAS-IDX > WS-GAS-TOTAL
                   OR WS-GAS-POS > ZERO OR WS-GAS-HUECO > ZERO
               IF WS-GAS-CLAVE(WS-GAS-IDX) = WS-CLAVE-BUSCADA
                   MOVE WS-GAS-IDX TO WS-GAS-POS
               ELSE
                   IF WS-GAS-CLAVE(WS-GAS-IDX) > WS-CLAVE-BUSCADA
                       MOVE WS-GAS-IDX TO WS-GAS-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GAS-POS = ZERO
               IF WS-GAS-TOTAL >= 300
                   SET TABLA-LLENA TO TRUE
               ELSE
                   IF WS-GAS-HUECO = ZERO
                       COMPUTE WS-GAS-HUECO = WS-GAS-TOTAL + 1
                   END-IF
                   PERFORM VARYING WS-GAS-IDX FROM WS-GAS-TOTAL
                           BY -1 UNTIL WS-GAS-IDX < WS-GAS-HUECO
                       MOVE WS-GAS-ENT(WS-GAS-IDX)
                           TO WS-GAS-ENT(WS-GAS-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-GAS-TOTAL
                   MOVE WS-CLAVE-BUSCADA TO WS-GAS-CLAVE(WS-GAS-HUECO)
                   MOVE ZERO TO WS-GAS-LINEAS(WS-GAS-HUECO)
                       WS-GAS-IMP(WS-GAS-HUECO 1)
                       WS-GAS-IMP(WS-GAS-HUECO 2)
                       WS-GAS-IMP(WS-GAS-HUECO 3)
                   MOVE WS-GAS-HUECO TO WS-GAS-POS
               END-IF
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT GASTOS-REPORT
           CALL "RPTHDR" USING "INFORME-GASTOS"
               "INFORME_GASTOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO GASTOS-LINEA
           WRITE GASTOS-LINEA
           MOVE SPACES TO GASTOS-LINEA
           STRING "GASTO DE EMPLEADOS POR CENTRO DE COSTE Y CATEGORIA"
               " - EJERCICIO " WS-EJERCICIO
               DELIMITED BY SIZE INTO GASTOS-LINEA
           WRITE GASTOS-LINEA
           MOVE SPACES TO GASTOS-LINEA
           STRING "  CENTRO CATEG. LINEAS      PENDIENTE       "
               "APROBADO    REEMBOLSADO          TOTAL"
               DELIMITED BY SIZE INTO GASTOS-LINEA
           WRITE GASTOS-LINEA

           MOVE SPACES TO WS-CENTRO-ACTUAL
           PERFORM VARYING WS-GAS-IDX FROM 1 BY 1
                   UNTIL WS-GAS-IDX > WS-GAS-TOTAL
               IF WS-GAS-CENTRO(WS-GAS-IDX) NOT = WS-CENTRO-ACTUAL
                   IF WS-CENTRO-ACTUAL NOT = SPACES
                       PERFORM ESCRIBE-TOTAL-CENTRO
                   END-IF
                   MOVE WS-GAS-CENTRO(WS-GAS-IDX) TO WS-CENTRO-ACTUAL
                   MOVE ZERO TO WS-CEN-LINEAS WS-CEN-IMP(1)
                       WS-CEN-IMP(2) WS-CEN-IMP(3)
               END-IF
               PERFORM ESCRIBE-LINEA-CATEGORIA
           END-PERFORM
           IF WS-CENTRO-ACTUAL NOT = SPACES
               PERFORM ESCRIBE-TOTAL-CENTRO
           END-IF

           MOVE "TOTAL" TO DET-CENTRO
           MOVE SPACES TO DET-CATEGORIA
           MOVE WS-TOT-LINEAS TO DET-LINEAS
           MOVE WS-TOT-IMP(1) TO DET-PENDIENTE
           MOVE WS-TOT-IMP(2) TO DET-APROBADO
           MOVE WS-TOT-IMP(3) TO DET-REEMBOLSADO
           COMPUTE DET-TOTAL =
               WS-TOT-IMP(1) + WS-TOT-IMP(2) + WS-TOT-IMP(3)
           MOVE WS-DET-LINEA TO GASTOS-LINEA
           WRITE GASTOS-LINEA
           MOVE WS-TOT-RECHAZADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO GASTOS-LINEA
           STRING "CENTROS=" WS-CONT-CENTROS
               " LINEAS RECHAZADAS=" WS-CONT-RECHAZADAS
               " IMPORTE RECHAZADO=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO GASTOS-LINEA
           WRITE GASTOS-LINEA
           CLOSE GASTOS-REPORT.

       ESCRIBE-LINEA-CATEGORIA.
           ADD WS-GAS-LINEAS(WS-GAS-IDX) TO WS-CEN-LINEAS
           ADD WS-GAS-IMP(WS-GAS-IDX 1) TO WS-CEN-IMP(1)
           ADD WS-GAS-IMP(WS-GAS-IDX 2) TO WS-CEN-IMP(2)
           ADD WS-GAS-IMP(WS-GAS-IDX 3) TO WS-CEN-IMP(3)
           MOVE WS-GAS-CENTRO(WS-GAS-IDX) TO DET-CENTRO
           MOVE WS-GAS-CATEGORIA(WS-GAS-IDX) TO DET-CATEGORIA
           MOVE WS-GAS-LINEAS(WS-GAS-IDX) TO DET-LINEAS
           MOVE WS-GAS-IMP(WS-GAS-IDX 1) TO DET-PENDIENTE
           MOVE WS-GAS-IMP(WS-GAS-IDX 2) TO DET-APROBADO
           MOVE WS-GAS-IMP(WS-GAS-IDX 3) TO DET-REEMBOLSADO
           COMPUTE DET-TOTAL = WS-GAS-IMP(WS-GAS-IDX 1)
               + WS-GAS-IMP(WS-GAS-IDX 2) + WS-GAS-IMP(WS-GAS-IDX 3)
           MOVE WS-DET-LINEA TO GASTOS-LINEA
           WRITE GASTOS-LINEA.

       ESCRIBE-TOTAL-CENTRO.
           ADD 1 TO WS-CONT-CENTROS
           ADD WS-CEN-LINEAS TO WS-TOT-LINEAS
           ADD WS-CEN-IMP(1) TO WS-TOT-IMP(1)
           ADD WS-CEN-IMP(2) TO WS-TOT-IMP(2)
           ADD WS-CEN-IMP(3) TO WS-TOT-IMP(3)
           MOVE WS-CENTRO-ACTUAL TO DET-CENTRO
           MOVE "TOTAL" TO DET-CATEGORIA
           MOVE WS-CEN-LINEAS TO DET-LINEAS
           MOVE WS-CEN-IMP(1) TO DET-PENDIENTE
           MOVE WS-CEN-IMP(2) TO DET-APROBADO
           MOVE WS-CEN-IMP(3) TO DET-REEMBOLSADO
           COMPUTE DET-TOTAL =
               WS-CEN-IMP(1) + WS-CEN-IMP(2) + WS-CEN-IMP(3)
           MOVE WS-DET-LINEA TO GASTOS-LINEA
           WRITE GASTOS-LINEA
           MOVE SPACES TO GASTOS-LINEA
           WRITE GASTOS-LINEA.

       END PROGRAM INFORME-GASTOS.
