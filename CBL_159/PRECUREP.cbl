      ******************************************************************
      * Author:
      * Date:
      * Purpose: Presupuesto contra real por cuenta del mayor. Toma el
      *          periodo del informe de PARAMLEE INFORME-PRESUP-CTAS
      *          PERIODO (AAAAMM; por defecto el ultimo cerrado segun
      *          PERIODO_ACTUAL.DAT: con el 13 abierto, el 12; con el
      *          01 abierto, el 13 del ejercicio anterior), suma los
      *          reales de SALDOS_CUENTAS.DAT (COPY SALCUREC, neto
      *          debe menos haber) del periodo y de lo que va de
      *          ejercicio, y los compara con el presupuesto de
      *          PRESUPUESTO_CUENTAS.DAT (COPY PRECUREC, lo mantiene
      *          PRESUP-CUENTAS-MAINT en CBL_158). El periodo 13 de
      *          ajuste de CIERRE-ANUAL no tiene presupuesto propio:
      *          su real cuenta contra cero en el mes y entra en el
      *          acumulado del ejercicio junto a los doce meses. La
      *          desviacion sale en importe y en porcentaje sobre el
      *          presupuesto; la cuenta que se aparta mas de la
      *          tolerancia (PARAMLEE TOLERANCIA-PCT, 10 por ciento
      *          por defecto) en el mes o en el acumulado, o que tiene
      *          real sin presupuesto, queda marcada. Deja el informe
      *          en INFORME_PRESUPUESTO_CUENTAS.TXT y termina con RC 4
      *          si hay alguna cuenta marcada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PRESUP-CTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCU-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "SALDOS_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERIODO_ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT INFORME-REPORT
               ASSIGN TO "INFORME_PRESUPUESTO_CUENTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE.
       COPY PRECUREC.

       FD  SALDOS-FILE.
       COPY SALCUREC.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           05  PER-PERIODO PIC 9(6).

       FD  INFORME-REPORT.
       01  INFORME-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRESUPUESTO-STATUS PIC XX.
       01  WS-SALDOS-STATUS PIC XX.
       01  WS-PERIODO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESUPUESTO PIC X VALUE "N".
           88  FIN-PRESUPUESTO VALUE "Y".
       01  WS-EOF-SALDOS PIC X VALUE "N".
           88  FIN-SALDOS VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-INFORME PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INFORME.
           05  WS-INF-EJERCICIO PIC 9(4).
           05  WS-INF-MES PIC 99.
       01  WS-MESES-PPTO PIC 99.
       01  WS-MES-IDX PIC 99.
       01  WS-TOLERANCIA-PCT PIC 9(3)V9 VALUE 10.
       01  WS-CUENTA-PUENTE PIC X(10) VALUE "PUENTE-OPS".

      *    UNA ENTRADA POR CUENTA, EN ORDEN DE CUENTA: PRESUPUESTO Y
      *    REAL DEL PERIODO Y DEL ACUMULADO DEL EJERCICIO
       01  WS-CTA-TABLA.
           05  WS-CTA-ENT OCCURS 500 TIMES.
               10  WS-CTA-CUENTA PIC X(10).
               10  WS-CTA-PPTO-MES PIC S9(11)V99.
               10  WS-CTA-REAL-MES PIC S9(11)V99.
               10  WS-CTA-PPTO-ACU PIC S9(11)V99.
               10  WS-CTA-REAL-ACU PIC S9(11)V99.
       01  WS-CTA-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-CTA-IDX PIC 9(4).
       01  WS-CTA-POS PIC 9(4).
       01  WS-CTA-HUECO PIC 9(4).
       01  WS-CUENTA-BUSCADA PIC X(10).
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-NETO PIC S9(11)V99.
       01  WS-PPTO PIC S9(11)V99.
       01  WS-REAL PIC S9(11)V99.
       01  WS-DESVIACION PIC S9(11)V99.
       01  WS-PCT PIC S9(7)V9.
       01  WS-PCT-ED PIC -ZZZ9.9.
       01  WS-PCT-TEXTO PIC X(8).
       01  WS-FUERA PIC X.
           88  FUERA-TOLERANCIA VALUE "Y".
       01  WS-MARCA-LINEA PIC X.
           88  LINEA-MARCADA VALUE "Y".

       01  WS-TOTALES.
           05  WS-TOT-PPTO-MES PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-REAL-MES PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-PPTO-ACU PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-REAL-ACU PIC S9(11)V99 VALUE ZERO.
       01  WS-CONT-SALDOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-MARCADAS PIC 9(4) VALUE ZERO.

       01  WS-DET-LINEA.
           05  DET-CUENTA PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  DET-PPTO-MES PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-REAL-MES PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-DESV-MES PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-PCT-MES PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DET-PPTO-ACU PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-REAL-ACU PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-DESV-ACU PIC -ZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-PCT-ACU PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  DET-MARCA PIC X(9).

       01  WS-TOLERANCIA-ED PIC ZZ9.9.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-PRESUP-CTAS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM FIJA-PERIODO
           CALL "PARAMLEE" USING "INFORME-PRESUP-CTAS "
               "TOLERANCIA-PCT      " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= ZERO
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
                   COMPUTE WS-TOLERANCIA-PCT =
                       FUNCTION NUMVAL(WS-PARAM-VALOR)
               ELSE
                   DISPLAY "AVISO: TOLERANCIA-PCT NO VALIDA, SE USA "
                       "EL 10 POR CIENTO"
               END-IF
           END-IF

      *    EL PERIODO 13 SE COMPARA CON LOS DOCE MESES DEL EJERCICIO
           IF WS-INF-MES > 12
               MOVE 12 TO WS-MESES-PPTO
           ELSE
               MOVE WS-INF-MES TO WS-MESES-PPTO
           END-IF

           PERFORM CARGA-SALDOS
           PERFORM CARGA-PRESUPUESTO

           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 500 CUENTAS, EL INFORME ESTA "
                   "INCOMPLETO"
           END-IF

           PERFORM ESCRIBE-INFORME

           DISPLAY "PRESUPUESTO CONTRA REAL PERIODO "
               WS-PERIODO-INFORME ": CUENTAS=" WS-CTA-TOTAL
               " MARCADAS=" WS-CONT-MARCADAS
           IF WS-CONT-MARCADAS > ZERO OR TABLA-LLENA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       FIJA-PERIODO.
      *    SIN PARAMETRO SE INFORMA EL ULTIMO PERIODO CERRADO; SIN
      *    PERIODO_ACTUAL.DAT, EL MES ANTERIOR A LA FECHA DE PROCESO
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-ABIERTO
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               READ PERIODO-FILE
                   NOT AT END
                       IF PER-PERIODO NUMERIC
                           MOVE PER-PERIODO TO WS-PERIODO-ABIERTO
                       END-IF
               END-READ
               CLOSE PERIODO-FILE
           END-IF
           MOVE WS-PERIODO-ABIERTO TO WS-PERIODO-INFORME
           EVALUATE TRUE
               WHEN WS-INF-MES = 1
                   SUBTRACT 1 FROM WS-INF-EJERCICIO
                   MOVE 13 TO WS-INF-MES
               WHEN WS-INF-MES = 13
                   MOVE 12 TO WS-INF-MES
               WHEN OTHER
                   SUBTRACT 1 FROM WS-INF-MES
           END-EVALUATE

           CALL "PARAMLEE" USING "INFORME-PRESUP-CTAS "
               "PERIODO             " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:6) IS NUMERIC
                       AND WS-PARAM-VALOR(7:) = SPACES
                       AND WS-PARAM-VALOR(5:2) >= "01"
                       AND WS-PARAM-VALOR(5:2) <= "13"
                   MOVE WS-PARAM-VALOR(1:6) TO WS-PERIODO-INFORME
               ELSE
                   DISPLAY "AVISO: PERIODO NO VALIDO, SE USA "
                       WS-PERIODO-INFORME
               END-IF
           END-IF.

       CARGA-SALDOS.
           OPEN INPUT SALDOS-FILE
           IF WS-SALDOS-STATUS NOT = "00"
               DISPLAY "SALDOS_CUENTAS.DAT NO DISPONIBLE, LOS REALES "
                   "SALEN A CERO"
           ELSE
               PERFORM LEE-SALDO
               PERFORM UNTIL FIN-SALDOS
                   IF SAL-PERIODO(1:4) = WS-INF-EJERCICIO
                           AND SAL-PERIODO <= WS-PERIODO-INFORME
                           AND SAL-CUENTA NOT = WS-CUENTA-PUENTE
                       ADD 1 TO WS-CONT-SALDOS
                       PERFORM ACUMULA-SALDO
                   END-IF
                   PERFORM LEE-SALDO
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF.

       LEE-SALDO.
           READ SALDOS-FILE NEXT RECORD
               AT END
                   SET FIN-SALDOS TO TRUE
           END-READ.

       ACUMULA-SALDO.
           MOVE SAL-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM BUSCA-CUENTA
           IF WS-CTA-POS > ZERO
               COMPUTE WS-NETO = SAL-DEBE - SAL-HABER
               ADD WS-NETO TO WS-CTA-REAL-ACU(WS-CTA-POS)
               IF SAL-PERIODO = WS-PERIODO-INFORME
                   ADD WS-NETO TO WS-CTA-REAL-MES(WS-CTA-POS)
               END-IF
           END-IF.

       CARGA-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO-FILE
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "PRESUPUESTO_CUENTAS.DAT NO DISPONIBLE, EL "
                   "PRESUPUESTO SALE A CERO"
           ELSE
               PERFORM LEE-PRESUPUESTO
               PERFORM UNTIL FIN-PRESUPUESTO
                   IF PCU-EJERCICIO = WS-INF-EJERCICIO
                       PERFORM ACUMULA-PRESUPUESTO
                   END-IF
                   PERFORM LEE-PRESUPUESTO
               END-PERFORM
               CLOSE PRESUPUESTO-FILE
           END-IF.

       LEE-PRESUPUESTO.
           READ PRESUPUESTO-FILE NEXT RECORD
               AT END
                   SET FIN-PRESUPUESTO TO TRUE
           END-READ.

       ACUMULA-PRESUPUESTO.
           MOVE PCU-CUENTA TO WS-CUENTA-BUSCADA
           PERFORM BUSCA-CUENTA
           IF WS-CTA-POS > ZERO
               IF WS-INF-MES <= 12
                   ADD PCU-IMPORTE-MES(WS-INF-MES)
                       TO WS-CTA-PPTO-MES(WS-CTA-POS)
               END-IF
               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > WS-MESES-PPTO
                   ADD PCU-IMPORTE-MES(WS-MES-IDX)
                       TO WS-CTA-PPTO-ACU(WS-CTA-POS)
               END-PERFORM
           END-IF.

       BUSCA-CUENTA.
      *    DEVUELVE EN WS-CTA-POS LA ENTRADA DE LA CUENTA BUSCADA; SI
      *    NO EXISTE SE ABRE HUECO EN SU SITIO PARA MANTENER EL ORDEN.
      *    CERO SI LA TABLA ESTA LLENA
           MOVE ZERO TO WS-CTA-POS
           MOVE ZERO TO WS-CTA-HUECO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
                   OR WS-CTA-POS > ZERO OR WS-CTA-HUECO > ZERO
               IF WS-CTA-CUENTA(WS-CTA-IDX) = WS-CUENTA-BUSCADA
                   MOVE WS-CTA-IDX TO WS-CTA-POS
               ELSE
                   IF WS-CTA-CUENTA(WS-CTA-IDX) > WS-CUENTA-BUSCADA
                       MOVE WS-CTA-IDX TO WS-CTA-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CTA-POS = ZERO
               IF WS-CTA-TOTAL >= 500
                   SET TABLA-LLENA TO TRUE
               ELSE
                   IF WS-CTA-HUECO = ZERO
                       COMPUTE WS-CTA-HUECO = WS-CTA-TOTAL + 1
                   END-IF
                   PERFORM VARYING WS-CTA-IDX FROM WS-CTA-TOTAL
                           BY -1 UNTIL WS-CTA-IDX < WS-CTA-HUECO
                       MOVE WS-CTA-ENT(WS-CTA-IDX)
                           TO WS-CTA-ENT(WS-CTA-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CTA-TOTAL
                   MOVE WS-CUENTA-BUSCADA
                       TO WS-CTA-CUENTA(WS-CTA-HUECO)
                   MOVE ZERO TO WS-CTA-PPTO-MES(WS-CTA-HUECO)
                       WS-CTA-REAL-MES(WS-CTA-HUECO)
                       WS-CTA-PPTO-ACU(WS-CTA-HUECO)
                       WS-CTA-REAL-ACU(WS-CTA-HUECO)
                   MOVE WS-CTA-HUECO TO WS-CTA-POS
               END-IF
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT INFORME-REPORT
           CALL "RPTHDR" USING "INFORME-PRESUP-CTAS"
               "INFORME_PRESUPUESTO_CUENTAS.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE WS-TOLERANCIA-PCT TO WS-TOLERANCIA-ED
           MOVE SPACES TO INFORME-LINEA
           STRING "PRESUPUESTO CONTRA REAL POR CUENTA - PERIODO "
               WS-PERIODO-INFORME " (NETO DEBE-HABER) TOLERANCIA "
               WS-TOLERANCIA-ED " %"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           IF WS-INF-MES = 13
               MOVE SPACES TO INFORME-LINEA
               STRING "PERIODO 13 DE AJUSTE: SIN PRESUPUESTO DEL MES, "
                   "EL ACUMULADO ES EL EJERCICIO COMPLETO"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF
           MOVE SPACES TO INFORME-LINEA
           STRING "                --------------------- PERIODO "
               "---------------------  ----------------- ACUMULADO "
               "EJERCICIO -------------"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "CUENTA       PRESUPUESTO          REAL    "
               "DESVIACION   DESV %    PRESUPUESTO          REAL    "
               "DESVIACION   DESV %"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA

           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               PERFORM ESCRIBE-LINEA-CUENTA
           END-PERFORM

           MOVE "TOTAL" TO DET-CUENTA
           MOVE WS-TOT-PPTO-MES TO WS-PPTO
           MOVE WS-TOT-REAL-MES TO WS-REAL
           PERFORM CALCULA-DESVIACION
           MOVE WS-PPTO TO DET-PPTO-MES
           MOVE WS-REAL TO DET-REAL-MES
           MOVE WS-DESVIACION TO DET-DESV-MES
           MOVE WS-PCT-TEXTO TO DET-PCT-MES
           MOVE WS-TOT-PPTO-ACU TO WS-PPTO
           MOVE WS-TOT-REAL-ACU TO WS-REAL
           PERFORM CALCULA-DESVIACION
           MOVE WS-PPTO TO DET-PPTO-ACU
           MOVE WS-REAL TO DET-REAL-ACU
           MOVE WS-DESVIACION TO DET-DESV-ACU
           MOVE WS-PCT-TEXTO TO DET-PCT-ACU
           MOVE SPACES TO DET-MARCA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "CUENTAS=" WS-CTA-TOTAL
               " FUERA DE TOLERANCIA O SIN PRESUPUESTO="
               WS-CONT-MARCADAS " SALDOS LEIDOS=" WS-CONT-SALDOS
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           CLOSE INFORME-REPORT.

       ESCRIBE-LINEA-CUENTA.
           MOVE "N" TO WS-MARCA-LINEA
           MOVE SPACES TO DET-MARCA
           MOVE WS-CTA-CUENTA(WS-CTA-IDX) TO DET-CUENTA
           ADD WS-CTA-PPTO-MES(WS-CTA-IDX) TO WS-TOT-PPTO-MES
           ADD WS-CTA-REAL-MES(WS-CTA-IDX) TO WS-TOT-REAL-MES
           ADD WS-CTA-PPTO-ACU(WS-CTA-IDX) TO WS-TOT-PPTO-ACU
           ADD WS-CTA-REAL-ACU(WS-CTA-IDX) TO WS-TOT-REAL-ACU

           MOVE WS-CTA-PPTO-MES(WS-CTA-IDX) TO WS-PPTO
           MOVE WS-CTA-REAL-MES(WS-CTA-IDX) TO WS-REAL
           PERFORM CALCULA-DESVIACION
           MOVE WS-PPTO TO DET-PPTO-MES
           MOVE WS-REAL TO DET-REAL-MES
           MOVE WS-DESVIACION TO DET-DESV-MES
           MOVE WS-PCT-TEXTO TO DET-PCT-MES
           IF FUERA-TOLERANCIA
               SET LINEA-MARCADA TO TRUE
           END-IF

           MOVE WS-CTA-PPTO-ACU(WS-CTA-IDX) TO WS-PPTO
           MOVE WS-CTA-REAL-ACU(WS-CTA-IDX) TO WS-REAL
           PERFORM CALCULA-DESVIACION
           MOVE WS-PPTO TO DET-PPTO-ACU
           MOVE WS-REAL TO DET-REAL-ACU
           MOVE WS-DESVIACION TO DET-DESV-ACU
           MOVE WS-PCT-TEXTO TO DET-PCT-ACU
           IF FUERA-TOLERANCIA
               SET LINEA-MARCADA TO TRUE
           END-IF

           IF LINEA-MARCADA
               ADD 1 TO WS-CONT-MARCADAS
               IF WS-CTA-PPTO-ACU(WS-CTA-IDX) = ZERO
                   MOVE "SIN PPTO" TO DET-MARCA
               ELSE
                   MOVE "*DESVIO*" TO DET-MARCA
               END-IF
           END-IF
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA.

       CALCULA-DESVIACION.
      *    DESVIACION = REAL - PRESUPUESTO, EN PORCENTAJE SOBRE EL
      *    PRESUPUESTO EN VALOR ABSOLUTO. SIN PRESUPUESTO NO HAY
      *    PORCENTAJE Y CUALQUIER REAL QUEDA FUERA DE TOLERANCIA
           MOVE "N" TO WS-FUERA
           COMPUTE WS-DESVIACION = WS-REAL - WS-PPTO
           IF WS-PPTO = ZERO
               MOVE "     N/A" TO WS-PCT-TEXTO
               IF WS-REAL NOT = ZERO
                   SET FUERA-TOLERANCIA TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-DESVIACION * 100
                   / FUNCTION ABS(WS-PPTO)
               IF FUNCTION ABS(WS-PCT) > WS-TOLERANCIA-PCT
                   SET FUERA-TOLERANCIA TO TRUE
               END-IF
               IF FUNCTION ABS(WS-PCT) > 9999.9
                   MOVE "  >9999%" TO WS-PCT-TEXTO
               ELSE
                   MOVE WS-PCT TO WS-PCT-ED
                   MOVE SPACES TO WS-PCT-TEXTO
                   STRING WS-PCT-ED "%" DELIMITED BY SIZE
                       INTO WS-PCT-TEXTO
               END-IF
           END-IF.

       END PROGRAM INFORME-PRESUP-CTAS.
