      ******************************************************************
      * Author:
      * Date:
      * Purpose: Desviacion mensual de plantilla frente al presupuesto
      *          aprobado por centro de coste. Carga el presupuesto de
      *          PRESUPUESTO_PLANTILLA.DAT (COPY PRESUREC, lo mantiene
      *          PRESUPUESTO-MAINT en CBL_146), cuenta la plantilla
      *          real por centro y grado en EMPLOYEE_MASTER.DAT y suma
      *          el coste salarial real del mes (NOM-SALARIO-BASE) del
      *          extracto NOMINA_EXTRACTO.DAT. Cada centro sale con
      *          sus grados y un subtotal; el centro que supera las
      *          plazas o el coste aprobados queda marcado EXCEDIDO.
      *          Lo que existe sin presupuesto cuenta con presupuesto
      *          cero (los empleados sin imputar salen como SIN-CC).
      *          Deja el informe en INFORME_PRESUPUESTO.TXT y termina
      *          con RC 4 si algun centro esta excedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_PLANTILLA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOMINA-FILE ASSIGN TO "NOMINA_EXTRACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMINA-STATUS.

           SELECT PRESUPUESTO-REPORT
               ASSIGN TO "INFORME_PRESUPUESTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE.
       COPY PRESUREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  NOMINA-FILE.
       COPY NOMEXREC.

       FD  PRESUPUESTO-REPORT.
       01  PRESUPUESTO-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESUPUESTO-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-NOMINA-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESUPUESTO PIC X VALUE "N".
           88  FIN-PRESUPUESTO VALUE "Y".
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  FIN-MASTER VALUE "Y".
       01  WS-EOF-NOMINA PIC X VALUE "N".
           88  FIN-NOMINA VALUE "Y".
       01  WS-HAY-NOMINA PIC X VALUE "N".
           88  HAY-NOMINA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-CORTE PIC 9(8) VALUE ZERO.

      *    UNA ENTRADA POR CENTRO Y GRADO, EN ORDEN DE CLAVE PARA
      *    QUE EL INFORME SALGA AGRUPADO POR CENTRO
       01  WS-PRE-TABLA.
           05  WS-PRE-ENT OCCURS 300 TIMES.
               10  WS-PRE-CLAVE.
                   15  WS-PRE-CENTRO PIC X(6).
                   15  WS-PRE-GRADO PIC X(2).
               10  WS-PRE-PLAZAS PIC 9(4).
               10  WS-PRE-COSTE PIC 9(9)V99.
               10  WS-PRE-PLAZAS-REAL PIC 9(5).
               10  WS-PRE-COSTE-REAL PIC 9(9)V99.
       01  WS-PRE-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-PRE-IDX PIC 9(4).
       01  WS-PRE-POS PIC 9(4).
       01  WS-PRE-HUECO PIC 9(4).
       01  WS-CLAVE-BUSCADA.
           05  WS-CLAVE-CENTRO PIC X(6).
           05  WS-CLAVE-GRADO PIC X(2).
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-CENTRO-ACTUAL PIC X(6).
       01  WS-CEN-PLAZAS PIC 9(6).
       01  WS-CEN-PLAZAS-REAL PIC 9(6).
       01  WS-CEN-COSTE PIC 9(11)V99.
       01  WS-CEN-COSTE-REAL PIC 9(11)V99.
       01  WS-TOT-PLAZAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-PLAZAS-REAL PIC 9(6) VALUE ZERO.
       01  WS-TOT-COSTE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-COSTE-REAL PIC 9(11)V99 VALUE ZERO.
       01  WS-CONT-CENTROS PIC 9(4) VALUE ZERO.
       01  WS-CONT-EXCEDIDOS PIC 9(4) VALUE ZERO.
       01  WS-CONT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-NOMINA PIC 9(6) VALUE ZERO.

       01  WS-DET-LINEA.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DET-CENTRO PIC X(6).
           05  FILLER PIC X VALUE SPACE.
           05  DET-GRADO PIC X(5).
           05  FILLER PIC X VALUE SPACE.
           05  DET-PLAZAS PIC ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  DET-PLAZAS-REAL PIC ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  DET-PLAZAS-DESV PIC -ZZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  DET-COSTE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-COSTE-REAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-COSTE-DESV PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-MARCA PIC X(9).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-PRESUPUESTO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT PRESUPUESTO-FILE
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               DISPLAY "PRESUPUESTO_PLANTILLA.DAT NO DISPONIBLE, SIN "
                   "INFORME DE DESVIACION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-PRESUPUESTO
           PERFORM UNTIL FIN-PRESUPUESTO
               PERFORM CARGA-PRESUPUESTO
               PERFORM LEE-PRESUPUESTO
           END-PERFORM
           CLOSE PRESUPUESTO-FILE

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, SIN "
                   "INFORME DE DESVIACION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-MASTER
               ADD 1 TO WS-CONT-EMPLEADOS
               PERFORM ACUMULA-EMPLEADO
               PERFORM LEE-EMPLEADO
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

      *    SIN EXTRACTO DEL MES SOLO SE COMPARA LA PLANTILLA
           OPEN INPUT NOMINA-FILE
           IF WS-NOMINA-STATUS = "00"
               SET HAY-NOMINA TO TRUE
               PERFORM LEE-NOMINA
               PERFORM UNTIL FIN-NOMINA
                   ADD 1 TO WS-CONT-NOMINA
                   PERFORM ACUMULA-NOMINA
                   PERFORM LEE-NOMINA
               END-PERFORM
               CLOSE NOMINA-FILE
           ELSE
               DISPLAY "AVISO: NOMINA_EXTRACTO.DAT NO DISPONIBLE, "
                   "SIN COSTE REAL"
           END-IF

           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 300 LINEAS CENTRO/GRADO, EL "
                   "INFORME ESTA INCOMPLETO"
           END-IF

           PERFORM ESCRIBE-INFORME

           DISPLAY "DESVIACION PRESUPUESTO: CENTROS=" WS-CONT-CENTROS
               " EXCEDIDOS=" WS-CONT-EXCEDIDOS
               " EMPLEADOS=" WS-CONT-EMPLEADOS
               " LINEAS NOMINA=" WS-CONT-NOMINA

           IF WS-CONT-EXCEDIDOS > ZERO OR TABLA-LLENA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LEE-PRESUPUESTO.
           READ PRESUPUESTO-FILE NEXT RECORD
               AT END
                   SET FIN-PRESUPUESTO TO TRUE
           END-READ.

       LEE-EMPLEADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET FIN-MASTER TO TRUE
           END-READ.

       LEE-NOMINA.
           READ NOMINA-FILE
               AT END
                   SET FIN-NOMINA TO TRUE
           END-READ.

       CARGA-PRESUPUESTO.
           MOVE PRS-CENTRO-COSTE TO WS-CLAVE-CENTRO
           MOVE PRS-GRADO TO WS-CLAVE-GRADO
           PERFORM BUSCA-LINEA
           IF WS-PRE-POS > ZERO
               ADD PRS-PLAZAS TO WS-PRE-PLAZAS(WS-PRE-POS)
               ADD PRS-SALARIO-MENSUAL TO WS-PRE-COSTE(WS-PRE-POS)
           END-IF.

       ACUMULA-EMPLEADO.
           MOVE EMP-CENTRO-COSTE TO WS-CLAVE-CENTRO
           IF WS-CLAVE-CENTRO = SPACES
               MOVE "SIN-CC" TO WS-CLAVE-CENTRO
           END-IF
           MOVE EMP-GRADO TO WS-CLAVE-GRADO
           PERFORM BUSCA-LINEA
           IF WS-PRE-POS > ZERO
               ADD 1 TO WS-PRE-PLAZAS-REAL(WS-PRE-POS)
           END-IF.

       ACUMULA-NOMINA.
           IF NOM-FECHA-CORTE > WS-FECHA-CORTE
               MOVE NOM-FECHA-CORTE TO WS-FECHA-CORTE
           END-IF
           MOVE NOM-CENTRO-COSTE TO WS-CLAVE-CENTRO
           IF WS-CLAVE-CENTRO = SPACES
               MOVE "SIN-CC" TO WS-CLAVE-CENTRO
           END-IF
           MOVE NOM-GRADO TO WS-CLAVE-GRADO
           PERFORM BUSCA-LINEA
           IF WS-PRE-POS > ZERO
               ADD NOM-SALARIO-BASE TO WS-PRE-COSTE-REAL(WS-PRE-POS)
           END-IF.

       BUSCA-LINEA.
      *    DEVUELVE EN WS-PRE-POS LA ENTRADA DE LA CLAVE BUSCADA; SI
      *    NO EXISTE SE ABRE HUECO EN SU SITIO PARA MANTENER EL ORDEN.
      *    CERO SI LA TABLA ESTA LLENA
           MOVE ZERO TO WS-PRE-POS
           MOVE ZERO TO WS-PRE-HUECO
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > WS-PRE-TOTAL
                   OR WS-PRE-POS > ZERO OR WS-PRE-HUECO > ZERO
               IF WS-PRE-CLAVE(WS-PRE-IDX) = WS-CLAVE-BUSCADA
                   MOVE WS-PRE-IDX TO WS-PRE-POS
               ELSE
                   IF WS-PRE-CLAVE(WS-PRE-IDX) > WS-CLAVE-BUSCADA
                       MOVE WS-PRE-IDX TO WS-PRE-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRE-POS = ZERO
               IF WS-PRE-TOTAL >= 300
                   SET TABLA-LLENA TO TRUE
               ELSE
                   IF WS-PRE-HUECO = ZERO
                       COMPUTE WS-PRE-HUECO = WS-PRE-TOTAL + 1
                   END-IF
                   PERFORM VARYING WS-PRE-IDX FROM WS-PRE-TOTAL
                           BY -1 UNTIL WS-PRE-IDX < WS-PRE-HUECO
                       MOVE WS-PRE-ENT(WS-PRE-IDX)
                           TO WS-PRE-ENT(WS-PRE-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-PRE-TOTAL
                   MOVE WS-CLAVE-BUSCADA TO WS-PRE-CLAVE(WS-PRE-HUECO)
                   MOVE ZERO TO WS-PRE-PLAZAS(WS-PRE-HUECO)
                       WS-PRE-COSTE(WS-PRE-HUECO)
                       WS-PRE-PLAZAS-REAL(WS-PRE-HUECO)
                       WS-PRE-COSTE-REAL(WS-PRE-HUECO)
                   MOVE WS-PRE-HUECO TO WS-PRE-POS
               END-IF
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT PRESUPUESTO-REPORT
           CALL "RPTHDR" USING "INFORME-PRESUPUESTO"
               "INFORME_PRESUPUESTO.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA
           MOVE SPACES TO PRESUPUESTO-LINEA
           STRING "PLANTILLA Y COSTE FRENTE A PRESUPUESTO AL "
               WS-FECHA-PROCESO " (CORTE DE NOMINA "
               WS-FECHA-CORTE ")"
               DELIMITED BY SIZE INTO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA
           MOVE SPACES TO PRESUPUESTO-LINEA
           STRING "  CENTRO GRADO  PLAZAS   REAL    DESV"
               "     COSTE PRES.     COSTE REAL      DESVIACION"
               DELIMITED BY SIZE INTO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA

           MOVE SPACES TO WS-CENTRO-ACTUAL
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > WS-PRE-TOTAL
               IF WS-PRE-CENTRO(WS-PRE-IDX) NOT = WS-CENTRO-ACTUAL
                   IF WS-CENTRO-ACTUAL NOT = SPACES
                       PERFORM ESCRIBE-TOTAL-CENTRO
                   END-IF
                   MOVE WS-PRE-CENTRO(WS-PRE-IDX) TO WS-CENTRO-ACTUAL
                   MOVE ZERO TO WS-CEN-PLAZAS WS-CEN-PLAZAS-REAL
                       WS-CEN-COSTE WS-CEN-COSTE-REAL
               END-IF
               PERFORM ESCRIBE-LINEA-GRADO
           END-PERFORM
           IF WS-CENTRO-ACTUAL NOT = SPACES
               PERFORM ESCRIBE-TOTAL-CENTRO
           END-IF

           MOVE "TOTAL" TO DET-CENTRO
           MOVE SPACES TO DET-GRADO
           MOVE WS-TOT-PLAZAS TO DET-PLAZAS
           MOVE WS-TOT-PLAZAS-REAL TO DET-PLAZAS-REAL
           COMPUTE DET-PLAZAS-DESV =
               WS-TOT-PLAZAS-REAL - WS-TOT-PLAZAS
           MOVE WS-TOT-COSTE TO DET-COSTE
           MOVE WS-TOT-COSTE-REAL TO DET-COSTE-REAL
           COMPUTE DET-COSTE-DESV = WS-TOT-COSTE-REAL - WS-TOT-COSTE
           MOVE SPACES TO DET-MARCA
           MOVE WS-DET-LINEA TO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA
           MOVE SPACES TO PRESUPUESTO-LINEA
           STRING "CENTROS=" WS-CONT-CENTROS
               " EXCEDIDOS=" WS-CONT-EXCEDIDOS
               DELIMITED BY SIZE INTO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA
           CLOSE PRESUPUESTO-REPORT.

       ESCRIBE-LINEA-GRADO.
           ADD WS-PRE-PLAZAS(WS-PRE-IDX) TO WS-CEN-PLAZAS
           ADD WS-PRE-PLAZAS-REAL(WS-PRE-IDX) TO WS-CEN-PLAZAS-REAL
           ADD WS-PRE-COSTE(WS-PRE-IDX) TO WS-CEN-COSTE
           ADD WS-PRE-COSTE-REAL(WS-PRE-IDX) TO WS-CEN-COSTE-REAL
           MOVE WS-PRE-CENTRO(WS-PRE-IDX) TO DET-CENTRO
           MOVE WS-PRE-GRADO(WS-PRE-IDX) TO DET-GRADO
           IF WS-PRE-GRADO(WS-PRE-IDX) = SPACES
               MOVE "(S/G)" TO DET-GRADO
           END-IF
           MOVE WS-PRE-PLAZAS(WS-PRE-IDX) TO DET-PLAZAS
           MOVE WS-PRE-PLAZAS-REAL(WS-PRE-IDX) TO DET-PLAZAS-REAL
           COMPUTE DET-PLAZAS-DESV = WS-PRE-PLAZAS-REAL(WS-PRE-IDX)
               - WS-PRE-PLAZAS(WS-PRE-IDX)
           MOVE WS-PRE-COSTE(WS-PRE-IDX) TO DET-COSTE
           MOVE WS-PRE-COSTE-REAL(WS-PRE-IDX) TO DET-COSTE-REAL
           COMPUTE DET-COSTE-DESV = WS-PRE-COSTE-REAL(WS-PRE-IDX)
               - WS-PRE-COSTE(WS-PRE-IDX)
           MOVE SPACES TO DET-MARCA
           MOVE WS-DET-LINEA TO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA.

       ESCRIBE-TOTAL-CENTRO.
      *    EL CENTRO SE JUZGA EN CONJUNTO: UN GRADO POR ENCIMA
      *    COMPENSADO POR OTRO POR DEBAJO NO LO MARCA
           ADD 1 TO WS-CONT-CENTROS
           ADD WS-CEN-PLAZAS TO WS-TOT-PLAZAS
           ADD WS-CEN-PLAZAS-REAL TO WS-TOT-PLAZAS-REAL
           ADD WS-CEN-COSTE TO WS-TOT-COSTE
           ADD WS-CEN-COSTE-REAL TO WS-TOT-COSTE-REAL
           MOVE WS-CENTRO-ACTUAL TO DET-CENTRO
           MOVE "TOTAL" TO DET-GRADO
           MOVE WS-CEN-PLAZAS TO DET-PLAZAS
           MOVE WS-CEN-PLAZAS-REAL TO DET-PLAZAS-REAL
           COMPUTE DET-PLAZAS-DESV = WS-CEN-PLAZAS-REAL - WS-CEN-PLAZAS
           MOVE WS-CEN-COSTE TO DET-COSTE
           MOVE WS-CEN-COSTE-REAL TO DET-COSTE-REAL
           COMPUTE DET-COSTE-DESV = WS-CEN-COSTE-REAL - WS-CEN-COSTE
           MOVE SPACES TO DET-MARCA
           IF WS-CEN-PLAZAS-REAL > WS-CEN-PLAZAS
                   OR WS-CEN-COSTE-REAL > WS-CEN-COSTE
               MOVE "EXCEDIDO" TO DET-MARCA
               ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           MOVE WS-DET-LINEA TO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA
           MOVE SPACES TO PRESUPUESTO-LINEA
           WRITE PRESUPUESTO-LINEA.

       END PROGRAM INFORME-PRESUPUESTO.
