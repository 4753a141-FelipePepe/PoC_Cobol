      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumen trimestral del IVA repercutido sobre
      *          comisiones, con las cifras de la declaracion. Toma
      *          el trimestre de PARAMLEE RESUMEN-IVA TRIMESTRE (AAAAT,
      *          por ejemplo 20263; por defecto el ultimo trimestre
      *          completo antes de la fecha de proceso) y recorre el
      *          registro IVA_REPERCUTIDO.DAT (COPY IVAREREC) que deja
      *          INTERFAZ-CONTABLE, por el periodo contable en que se
      *          asento cada linea. Da la base imponible y la cuota
      *          por tipo, la base exenta, y el desglose por
      *          originador. Para cuadrar con el mayor suma el neto
      *          haber menos debe de la cuenta de IVA repercutido en
      *          SALDOS_CUENTAS.DAT (COPY SALCUREC) en los periodos
      *          del trimestre (en el cuarto, tambien el periodo 13
      *          de ajustes) y lo compara con la cuota del registro.
      *          Deja el informe en INFORME_RESUMEN_IVA.TXT y termina
      *          con RC 4 si el mayor no cuadra con el registro o si
      *          falta alguno de los dos ficheros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-IVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA-REPERCUTIDO-FILE ASSIGN TO "IVA_REPERCUTIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IVR-CLAVE
               FILE STATUS IS WS-IVA-REPERCUTIDO-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "SALDOS_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.

           SELECT INFORME-REPORT
               ASSIGN TO "INFORME_RESUMEN_IVA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVA-REPERCUTIDO-FILE.
       COPY IVAREREC.

       FD  SALDOS-FILE.
       COPY SALCUREC.

       FD  INFORME-REPORT.
       01  INFORME-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IVA-REPERCUTIDO-STATUS PIC XX.
       01  WS-SALDOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-IVA-REPERCUTIDO PIC X VALUE "N".
           88  FIN-IVA-REPERCUTIDO VALUE "Y".
       01  WS-EOF-SALDOS PIC X VALUE "N".
           88  FIN-SALDOS VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PRO-EJERCICIO PIC 9(4).
           05  WS-PRO-MES PIC 99.
           05  WS-PRO-DIA PIC 99.
       01  WS-TRIMESTRE-INFORME.
           05  WS-INF-EJERCICIO PIC 9(4).
           05  WS-INF-TRIMESTRE PIC 9.
       01  WS-MES-DESDE PIC 99.
       01  WS-MES-HASTA PIC 99.
       01  WS-PERIODO-R.
           05  WS-PER-EJERCICIO PIC 9(4).
           05  WS-PER-MES PIC 99.
       01  WS-PERIODO-LEIDO REDEFINES WS-PERIODO-R PIC 9(6).
       01  WS-EN-TRIMESTRE PIC X.
           88  EN-TRIMESTRE VALUE "Y".
       01  WS-CUENTA-IVA PIC X(10) VALUE "IVA-REPERC".

      *    BASE Y CUOTA POR TIPO APLICADO
       01  WS-TIP-TABLA.
           05  WS-TIP-ENT OCCURS 10 TIMES.
               10  WS-TIP-PORCENTAJE PIC 9(2)V99.
               10  WS-TIP-LINEAS PIC 9(6).
               10  WS-TIP-BASE PIC S9(11)V99.
               10  WS-TIP-CUOTA PIC S9(11)V99.
       01  WS-TIP-USADAS PIC 99 VALUE ZERO.
       01  WS-TIP-IDX PIC 99.
       01  WS-TIP-POS PIC 99.

      *    DESGLOSE POR ORIGINADOR
       01  WS-ORG-TABLA.
           05  WS-ORG-ENT OCCURS 50 TIMES.
               10  WS-ORG-CODIGO PIC X(10).
               10  WS-ORG-BASE PIC S9(11)V99.
               10  WS-ORG-CUOTA PIC S9(11)V99.
               10  WS-ORG-EXENTA PIC S9(11)V99.
       01  WS-ORG-USADAS PIC 99 VALUE ZERO.
       01  WS-ORG-IDX PIC 99.
       01  WS-ORG-POS PIC 99.

       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-TOTALES.
           05  WS-TOT-BASE PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-CUOTA PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-EXENTA PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MAYOR PIC S9(11)V99 VALUE ZERO.
           05  WS-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
       01  WS-CONT-LINEAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-SALDOS PIC 9(6) VALUE ZERO.
       01  WS-FALTA-FICHERO PIC X VALUE "N".
           88  FALTA-FICHERO VALUE "Y".

       01  WS-DET-LINEA.
           05  DET-CONCEPTO PIC X(24).
           05  FILLER PIC X VALUE SPACE.
           05  DET-BASE PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-CUOTA PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  DET-EXENTA PIC -ZZZZZZZZZZ9.99.

       01  WS-PORC-EDITADO PIC Z9.99.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "RESUMEN-IVA".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM FIJA-TRIMESTRE
           COMPUTE WS-MES-HASTA = WS-INF-TRIMESTRE * 3
           COMPUTE WS-MES-DESDE = WS-MES-HASTA - 2

           PERFORM CARGA-REGISTRO
           PERFORM CARGA-MAYOR

           COMPUTE WS-DIFERENCIA = WS-TOT-MAYOR - WS-TOT-CUOTA
           PERFORM ESCRIBE-INFORME

           DISPLAY "RESUMEN DE IVA TRIMESTRE " WS-TRIMESTRE-INFORME
               ": LINEAS=" WS-CONT-LINEAS " CUOTA=" WS-TOT-CUOTA
               " MAYOR=" WS-TOT-MAYOR
           IF WS-DIFERENCIA NOT = ZERO
               DISPLAY "AVISO: EL MAYOR NO CUADRA CON EL REGISTRO DE "
                   "IVA, DIFERENCIA=" WS-DIFERENCIA
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF FALTA-FICHERO OR TABLA-LLENA
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       FIJA-TRIMESTRE.
      *    SIN PARAMETRO, EL ULTIMO TRIMESTRE COMPLETO: EN ENERO,
      *    FEBRERO Y MARZO, EL CUARTO DEL EJERCICIO ANTERIOR
           MOVE WS-PRO-EJERCICIO TO WS-INF-EJERCICIO
           COMPUTE WS-INF-TRIMESTRE = (WS-PRO-MES - 1) / 3
           IF WS-INF-TRIMESTRE = ZERO
               SUBTRACT 1 FROM WS-INF-EJERCICIO
               MOVE 4 TO WS-INF-TRIMESTRE
           END-IF

           CALL "PARAMLEE" USING "RESUMEN-IVA         "
               "TRIMESTRE           " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:5) IS NUMERIC
                       AND WS-PARAM-VALOR(6:) = SPACES
                       AND WS-PARAM-VALOR(5:1) >= "1"
                       AND WS-PARAM-VALOR(5:1) <= "4"
                   MOVE WS-PARAM-VALOR(1:5) TO WS-TRIMESTRE-INFORME
               ELSE
                   DISPLAY "AVISO: TRIMESTRE NO VALIDO, SE USA "
                       WS-TRIMESTRE-INFORME
               END-IF
           END-IF.

       COMPRUEBA-PERIODO.
      *    EL PERIODO 13 DE AJUSTES DEL EJERCICIO VA CON EL CUARTO
      *    TRIMESTRE
           MOVE "N" TO WS-EN-TRIMESTRE
           IF WS-PER-EJERCICIO = WS-INF-EJERCICIO
               IF WS-PER-MES >= WS-MES-DESDE
                       AND WS-PER-MES <= WS-MES-HASTA
                   SET EN-TRIMESTRE TO TRUE
               END-IF
               IF WS-PER-MES = 13 AND WS-INF-TRIMESTRE = 4
                   SET EN-TRIMESTRE TO TRUE
               END-IF
           END-IF.

       CARGA-REGISTRO.
           OPEN INPUT IVA-REPERCUTIDO-FILE
           IF WS-IVA-REPERCUTIDO-STATUS NOT = "00"
               DISPLAY "IVA_REPERCUTIDO.DAT NO DISPONIBLE, EL "
                   "REGISTRO SALE A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-REGISTRO
               PERFORM UNTIL FIN-IVA-REPERCUTIDO
                   MOVE IVR-PERIODO TO WS-PERIODO-LEIDO
                   PERFORM COMPRUEBA-PERIODO
                   IF EN-TRIMESTRE
                       ADD 1 TO WS-CONT-LINEAS
                       PERFORM ACUMULA-LINEA THRU ACUMULA-LINEA-FIN
                   END-IF
                   PERFORM LEE-REGISTRO
               END-PERFORM
               CLOSE IVA-REPERCUTIDO-FILE
           END-IF.

       LEE-REGISTRO.
           READ IVA-REPERCUTIDO-FILE NEXT RECORD
               AT END
                   SET FIN-IVA-REPERCUTIDO TO TRUE
           END-READ.

       ACUMULA-LINEA.
           MOVE ZERO TO WS-ORG-POS
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USADAS
                   OR WS-ORG-POS > ZERO
               IF WS-ORG-CODIGO(WS-ORG-IDX) = IVR-ORIGEN
                   MOVE WS-ORG-IDX TO WS-ORG-POS
               END-IF
           END-PERFORM
           IF WS-ORG-POS = ZERO
               IF WS-ORG-USADAS < 50
                   ADD 1 TO WS-ORG-USADAS
                   MOVE WS-ORG-USADAS TO WS-ORG-POS
                   MOVE IVR-ORIGEN TO WS-ORG-CODIGO(WS-ORG-POS)
                   MOVE ZERO TO WS-ORG-BASE(WS-ORG-POS)
                       WS-ORG-CUOTA(WS-ORG-POS)
                       WS-ORG-EXENTA(WS-ORG-POS)
               ELSE
                   SET TABLA-LLENA TO TRUE
               END-IF
           END-IF

           IF IVR-EXENTA
               ADD IVR-BASE TO WS-TOT-EXENTA
               IF WS-ORG-POS > ZERO
                   ADD IVR-BASE TO WS-ORG-EXENTA(WS-ORG-POS)
               END-IF
               GO TO ACUMULA-LINEA-FIN
           END-IF

           ADD IVR-BASE TO WS-TOT-BASE
           ADD IVR-CUOTA TO WS-TOT-CUOTA
           IF WS-ORG-POS > ZERO
               ADD IVR-BASE TO WS-ORG-BASE(WS-ORG-POS)
               ADD IVR-CUOTA TO WS-ORG-CUOTA(WS-ORG-POS)
           END-IF

           MOVE ZERO TO WS-TIP-POS
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > WS-TIP-USADAS
                   OR WS-TIP-POS > ZERO
               IF WS-TIP-PORCENTAJE(WS-TIP-IDX) = IVR-PORCENTAJE
                   MOVE WS-TIP-IDX TO WS-TIP-POS
               END-IF
           END-PERFORM
           IF WS-TIP-POS = ZERO
               IF WS-TIP-USADAS < 10
                   ADD 1 TO WS-TIP-USADAS
                   MOVE WS-TIP-USADAS TO WS-TIP-POS
                   MOVE IVR-PORCENTAJE TO WS-TIP-PORCENTAJE(WS-TIP-POS)
                   MOVE ZERO TO WS-TIP-LINEAS(WS-TIP-POS)
                       WS-TIP-BASE(WS-TIP-POS)
                       WS-TIP-CUOTA(WS-TIP-POS)
               ELSE
                   SET TABLA-LLENA TO TRUE
                   GO TO ACUMULA-LINEA-FIN
               END-IF
           END-IF
           ADD 1 TO WS-TIP-LINEAS(WS-TIP-POS)
           ADD IVR-BASE TO WS-TIP-BASE(WS-TIP-POS)
           ADD IVR-CUOTA TO WS-TIP-CUOTA(WS-TIP-POS).

       ACUMULA-LINEA-FIN.
           EXIT.

       CARGA-MAYOR.
      *    EL IVA REPERCUTIDO ES UNA CUENTA DE PASIVO: SU SALDO ES EL
      *    HABER MENOS EL DEBE
           OPEN INPUT SALDOS-FILE
           IF WS-SALDOS-STATUS NOT = "00"
               DISPLAY "SALDOS_CUENTAS.DAT NO DISPONIBLE, EL MAYOR "
                   "SALE A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-SALDO
               PERFORM UNTIL FIN-SALDOS
                   IF SAL-CUENTA = WS-CUENTA-IVA
                       MOVE SAL-PERIODO TO WS-PERIODO-LEIDO
                       PERFORM COMPRUEBA-PERIODO
                       IF EN-TRIMESTRE
                           ADD 1 TO WS-CONT-SALDOS
                           COMPUTE WS-TOT-MAYOR = WS-TOT-MAYOR
                               + SAL-HABER - SAL-DEBE
                       END-IF
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

       ESCRIBE-INFORME.
           OPEN OUTPUT INFORME-REPORT
           CALL "RPTHDR" USING "RESUMEN-IVA"
               "INFORME_RESUMEN_IVA.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "RESUMEN DE IVA REPERCUTIDO SOBRE COMISIONES - "
               "EJERCICIO " WS-INF-EJERCICIO " TRIMESTRE "
               WS-INF-TRIMESTRE
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "CONCEPTO                  BASE IMPONIBLE"
               "           CUOTA      BASE EXENTA"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA

      *    CIFRAS DE LA DECLARACION: UNA LINEA POR TIPO
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > WS-TIP-USADAS
               MOVE WS-TIP-PORCENTAJE(WS-TIP-IDX) TO WS-PORC-EDITADO
               MOVE SPACES TO DET-CONCEPTO
               STRING "TIPO " WS-PORC-EDITADO "%"
                   DELIMITED BY SIZE INTO DET-CONCEPTO
               MOVE WS-TIP-BASE(WS-TIP-IDX) TO DET-BASE
               MOVE WS-TIP-CUOTA(WS-TIP-IDX) TO DET-CUOTA
               MOVE ZERO TO DET-EXENTA
               MOVE WS-DET-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
           END-PERFORM
           MOVE "OPERACIONES EXENTAS" TO DET-CONCEPTO
           MOVE ZERO TO DET-BASE DET-CUOTA
           MOVE WS-TOT-EXENTA TO DET-EXENTA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE "TOTAL A DECLARAR" TO DET-CONCEPTO
           MOVE WS-TOT-BASE TO DET-BASE
           MOVE WS-TOT-CUOTA TO DET-CUOTA
           MOVE WS-TOT-EXENTA TO DET-EXENTA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA

           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE "DESGLOSE POR ORIGINADOR" TO INFORME-LINEA
           WRITE INFORME-LINEA
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-USADAS
               MOVE SPACES TO DET-CONCEPTO
               MOVE WS-ORG-CODIGO(WS-ORG-IDX) TO DET-CONCEPTO
               IF WS-ORG-CODIGO(WS-ORG-IDX) = SPACES
                   MOVE "(SIN ORIGINADOR)" TO DET-CONCEPTO
               END-IF
               MOVE WS-ORG-BASE(WS-ORG-IDX) TO DET-BASE
               MOVE WS-ORG-CUOTA(WS-ORG-IDX) TO DET-CUOTA
               MOVE WS-ORG-EXENTA(WS-ORG-IDX) TO DET-EXENTA
               MOVE WS-DET-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
           END-PERFORM
           IF TABLA-LLENA
               MOVE SPACES TO INFORME-LINEA
               STRING "AVISO: DEMASIADOS TIPOS U ORIGINADORES, EL "
                   "DESGLOSE ESTA INCOMPLETO"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF

      *    CUADRE CON EL MAYOR
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE "CUADRE CON EL MAYOR" TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO WS-DET-LINEA
           MOVE "CUOTA DEL REGISTRO" TO DET-CONCEPTO
           MOVE WS-TOT-CUOTA TO DET-CUOTA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO WS-DET-LINEA
           MOVE "SALDO CUENTA IVA-REPERC" TO DET-CONCEPTO
           MOVE WS-TOT-MAYOR TO DET-CUOTA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO WS-DET-LINEA
           MOVE "DIFERENCIA" TO DET-CONCEPTO
           MOVE WS-DIFERENCIA TO DET-CUOTA
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           IF WS-DIFERENCIA = ZERO
               STRING "EL REGISTRO DE IVA CUADRA CON EL MAYOR"
                   " (LINEAS=" WS-CONT-LINEAS " SALDOS="
                   WS-CONT-SALDOS ")"
                   DELIMITED BY SIZE INTO INFORME-LINEA
           ELSE
               STRING "*** EL REGISTRO DE IVA NO CUADRA CON EL MAYOR:"
                   " REVISAR AJUSTES MANUALES A " WS-CUENTA-IVA
                   " Y APUNTES DESVIADOS A EXCEPCION ***"
                   DELIMITED BY SIZE INTO INFORME-LINEA
           END-IF
           WRITE INFORME-LINEA
           CLOSE INFORME-REPORT.

       END PROGRAM RESUMEN-IVA.
