      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lote de reembolso de gastos de empleados. Recorre
      *          GASTOS_EMPLEADO.DAT (COPY GASTOREC) y toma todas las
      *          lineas aprobadas (estado A): las pasa a estado L con
      *          la fecha del lote y acumula su importe por el centro
      *          de coste que llevan. Por cada centro graba en
      *          GASTOS_ASIENTOS.DAT (COPY NOMASREC, mismo formato que
      *          los asientos de nomina) el gasto al debe de GGAS mas
      *          el centro y la deuda con los empleados al haber de
      *          HGAS mas el centro, con la fecha de proceso, de modo
      *          que INTERFAZ-CONTABLE los recoge ese dia. Las cuentas
      *          se validan contra CUENTAS.DAT como en
      *          NOMINA-CONTABLE. El pago lo hace la siguiente nomina:
      *          NOMINA-CONTABLE abona las lineas en lote en la
      *          transferencia de la nomina (concepto GASTOS) y las
      *          deja pagadas. El detalle del lote queda en
      *          INFORME_REEMBOLSO_GASTOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS-REEMBOLSO.

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

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

      *    SE ANADE AL FICHERO: INTERFAZ-CONTABLE SOLO RECOGE LOS
      *    APUNTES CON LA FECHA DEL DIA
           SELECT GASIENTOS-FILE ASSIGN TO "GASTOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GASIENTOS-STATUS.

           SELECT REEMBOLSO-REPORT
               ASSIGN TO "INFORME_REEMBOLSO_GASTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-FILE.
       COPY GASTOREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       FD  GASIENTOS-FILE.
       COPY NOMASREC.

       FD  REEMBOLSO-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-GASTOS-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-GASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-GASTOS PIC X VALUE "N".
           88  FIN-GASTOS VALUE "Y".
       01  WS-VALIDAR-CUENTAS PIC X VALUE "N".
           88  VALIDAR-CUENTAS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO PIC 9(6).
           05  FILLER PIC 9(2).

      *    PREFIJOS DE CUENTA DEL ASIENTO DE GASTOS; LA CUENTA ES EL
      *    PREFIJO MAS EL CENTRO DE COSTE. EL LADO VA EN PARALELO
       01  WS-PREFIJOS-CUENTA.
           05  FILLER PIC X(5) VALUE "GGASD".
           05  FILLER PIC X(5) VALUE "HGASH".
       01  WS-PREFIJOS-TABLA REDEFINES WS-PREFIJOS-CUENTA.
           05  WS-PREFIJO-ENT OCCURS 2 TIMES.
               10  WS-PREFIJO PIC X(4).
               10  WS-PREFIJO-LADO PIC X.
       01  WS-CC-SIN-CENTRO PIC X(6) VALUE "SINCC".

       01  WS-CC-TABLA.
           05  WS-CC-ENT OCCURS 50 TIMES.
               10  WS-CC-CODIGO PIC X(6).
               10  WS-CC-LINEAS PIC 9(5).
               10  WS-CC-IMPORTE PIC 9(9)V99.
       01  WS-CC-USADOS PIC 99 VALUE ZERO.
       01  WS-CC-IDX PIC 99.
       01  WS-CC-POS PIC 99.
       01  WS-CLAVE-CC PIC X(6).
       01  WS-IMP-IDX PIC 9.

       01  WS-CUENTA PIC X(10).
       01  WS-CUENTA-VALIDA PIC X.
           88  CUENTA-VALIDA VALUE "Y".
       01  WS-RESTO PIC 9(9)V99.
       01  WS-TRAMO PIC 9(7)V99.
       01  WS-TRAMO-MAXIMO PIC 9(7)V99 VALUE 9999999.99.

       01  WS-CONT-LINEAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-CONT-CTA-ERRONEA PIC 9(6) VALUE ZERO.
       01  WS-TOT-LOTE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEBE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HABER PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GASTOS-REEMBOLSO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "GASTOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GASTOS-REEMBOLSO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN I-O GASTOS-FILE
           IF WS-GASTOS-STATUS NOT = "00"
               DISPLAY "GASTOS_EMPLEADO.DAT NO DISPONIBLE, NADA QUE "
                   "REEMBOLSAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS = "00"
               SET VALIDAR-CUENTAS TO TRUE
           ELSE
               DISPLAY "AVISO: CUENTAS.DAT NO DISPONIBLE, NO SE "
                   "VALIDAN LAS CUENTAS DE GASTOS"
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           OPEN OUTPUT REEMBOLSO-REPORT
           CALL "RPTHDR" USING "GASTOS-REEMBOLSO"
               "INFORME_REEMBOLSO_GASTOS.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "LOTE DE REEMBOLSO DE GASTOS DEL " WS-FECHA-PROCESO
               " - LINEAS APROBADAS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-GASTO
           PERFORM UNTIL FIN-GASTOS
               IF GAS-ES-APROBADA
                   PERFORM PASA-A-LOTE
               END-IF
               PERFORM LEE-GASTO
           END-PERFORM
           CLOSE GASTOS-FILE

           IF WS-CONT-LINEAS > ZERO
               PERFORM GRABA-ASIENTOS
           END-IF
           IF VALIDAR-CUENTAS
               CLOSE CUENTAS-FILE
           END-IF

           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-LOTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "TOTAL DEL LOTE  . . . . . . . . " WS-IMPORTE-FMT
               " EN " WS-CONT-LINEAS " LINEAS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "APUNTES=" WS-CONT-APUNTES
               " CUENTAS NO VALIDADAS=" WS-CONT-CTA-ERRONEA
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF WS-TOT-DEBE NOT = WS-TOT-HABER
                   OR WS-TOT-DEBE NOT = WS-TOT-LOTE
               MOVE "ERROR: EL ASIENTO DE GASTOS NO CUADRA CON EL LOTE"
                   TO INFORME-RECORD
               WRITE INFORME-RECORD
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           CLOSE REEMBOLSO-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE WS-TOT-LOTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LOTE REEMBOLSO LINEAS=" WS-CONT-LINEAS
               " IMPORTE=" WS-IMPORTE-FMT
               " APUNTES=" WS-CONT-APUNTES
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "LOTE DE GASTOS " WS-FECHA-PROCESO
               ": LINEAS=" WS-CONT-LINEAS
               " APUNTES=" WS-CONT-APUNTES
               " IMPORTE=" WS-IMPORTE-FMT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-GASTO.
           READ GASTOS-FILE NEXT RECORD
               AT END
                   SET FIN-GASTOS TO TRUE
           END-READ.

       PASA-A-LOTE.
           MOVE GAS-CENTRO-COSTE TO WS-CLAVE-CC
           IF WS-CLAVE-CC = SPACES
               MOVE WS-CC-SIN-CENTRO TO WS-CLAVE-CC
           END-IF
           MOVE ZERO TO WS-CC-POS
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-USADOS
                   OR WS-CC-POS > ZERO
               IF WS-CC-CODIGO(WS-CC-IDX) = WS-CLAVE-CC
                   MOVE WS-CC-IDX TO WS-CC-POS
               END-IF
           END-PERFORM
           IF WS-CC-POS = ZERO
               IF WS-CC-USADOS < 50
                   ADD 1 TO WS-CC-USADOS
                   MOVE WS-CC-USADOS TO WS-CC-POS
                   MOVE WS-CLAVE-CC TO WS-CC-CODIGO(WS-CC-POS)
                   MOVE ZERO TO WS-CC-LINEAS(WS-CC-POS)
                       WS-CC-IMPORTE(WS-CC-POS)
               ELSE
      *            SIN HUECO LA LINEA SE QUEDA APROBADA Y ENTRA EN EL
      *            LOTE SIGUIENTE
                   DISPLAY "ERROR: MAS DE 50 CENTROS DE COSTE, LA "
                       "LINEA " GAS-CLAVE " QUEDA PARA OTRO LOTE"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-CC-POS > ZERO
               SET GAS-ES-EN-LOTE TO TRUE
               MOVE WS-FECHA-PROCESO TO GAS-FECHA-LOTE
               MOVE WS-FECHA-PROCESO TO GAS-FECHA-ACTUALIZACION
               REWRITE GASTO-RECORD
               ADD 1 TO WS-CC-LINEAS(WS-CC-POS)
               ADD GAS-IMPORTE TO WS-CC-IMPORTE(WS-CC-POS)
               ADD 1 TO WS-CONT-LINEAS
               ADD GAS-IMPORTE TO WS-TOT-LOTE
               MOVE GAS-IMPORTE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO INFORME-RECORD
               STRING "EMPLEADO " GAS-EMP-ID " HOJA " GAS-HOJA
                   " LINEA " GAS-LINEA " CC " WS-CLAVE-CC " "
                   GAS-CATEGORIA " " GAS-FECHA-GASTO " "
                   WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
           END-IF.

       GRABA-ASIENTOS.
           OPEN EXTEND GASIENTOS-FILE
           IF WS-GASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT GASIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "GASTOS_ASIENTOS.DAT" WS-GASIENTOS-STATUS
               WS-SEVERIDAD
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE "ASIENTOS DE GASTOS POR CENTRO DE COSTE"
               TO INFORME-RECORD
           WRITE INFORME-RECORD
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-USADOS
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > 2
                   PERFORM GRABA-APUNTE
               END-PERFORM
           END-PERFORM
           CLOSE GASIENTOS-FILE.

       GRABA-APUNTE.
           MOVE WS-PREFIJO(WS-IMP-IDX) TO WS-CUENTA
           MOVE WS-CC-CODIGO(WS-CC-IDX) TO WS-CUENTA(5:6)
           PERFORM VALIDA-CUENTA

      *    EL FICHERO DE INTERFAZ LLEVA IMPORTES DE 7 ENTEROS: UN
      *    CENTRO QUE LOS SUPERE SE PARTE EN VARIOS APUNTES
           MOVE WS-CC-IMPORTE(WS-CC-IDX) TO WS-RESTO
           PERFORM UNTIL WS-RESTO = ZERO
               IF WS-RESTO > WS-TRAMO-MAXIMO
                   MOVE WS-TRAMO-MAXIMO TO WS-TRAMO
               ELSE
                   MOVE WS-RESTO TO WS-TRAMO
               END-IF
               SUBTRACT WS-TRAMO FROM WS-RESTO
               MOVE WS-FECHA-PROCESO TO NAS-FECHA
               MOVE WS-CUENTA TO NAS-CUENTA
               MOVE WS-PREFIJO-LADO(WS-IMP-IDX) TO NAS-LADO
               MOVE WS-TRAMO TO NAS-IMPORTE
               MOVE WS-CC-CODIGO(WS-CC-IDX) TO NAS-CENTRO-COSTE
               MOVE WS-PERIODO TO NAS-PERIODO
               WRITE NOMINA-ASIENTO-REGISTRO
               ADD 1 TO WS-CONT-APUNTES
               IF NAS-LADO = "D"
                   ADD WS-TRAMO TO WS-TOT-DEBE
               ELSE
                   ADD WS-TRAMO TO WS-TOT-HABER
               END-IF
           END-PERFORM

           MOVE WS-CC-IMPORTE(WS-CC-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           IF CUENTA-VALIDA
               STRING "CC " WS-CC-CODIGO(WS-CC-IDX) "  "
                   WS-CUENTA " " WS-PREFIJO-LADO(WS-IMP-IDX) " "
                   WS-IMPORTE-FMT " (" WS-CC-LINEAS(WS-CC-IDX)
                   " LINEAS)"
                   DELIMITED BY SIZE INTO INFORME-RECORD
           ELSE
               STRING "CC " WS-CC-CODIGO(WS-CC-IDX) "  "
                   WS-CUENTA " " WS-PREFIJO-LADO(WS-IMP-IDX) " "
                   WS-IMPORTE-FMT
                   "  CUENTA DESCONOCIDA O INACTIVA EN CUENTAS.DAT"
                   DELIMITED BY SIZE INTO INFORME-RECORD
           END-IF
           WRITE INFORME-RECORD.

      *    LA CUENTA SE GRABA TAL CUAL AUNQUE NO ESTE EN EL PLAN:
      *    INTERFAZ-CONTABLE LA DESVIA A LA CUENTA DE EXCEPCION Y
      *    AQUI QUEDA SENALADA PARA QUE CONTABILIDAD LA DE DE ALTA
       VALIDA-CUENTA.
           MOVE "Y" TO WS-CUENTA-VALIDA
           IF VALIDAR-CUENTAS
               MOVE WS-CUENTA TO CTA-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CUENTA-VALIDA
                   NOT INVALID KEY
                       IF NOT CTA-ES-ACTIVA
                           MOVE "N" TO WS-CUENTA-VALIDA
                       END-IF
               END-READ
               IF NOT CUENTA-VALIDA
                   ADD 1 TO WS-CONT-CTA-ERRONEA
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM GASTOS-REEMBOLSO.
