      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contabilizacion y pago de la nomina calculada. Lee
      *          NOMINA_CALCULADA.DAT (COPY NOMICREC) que deja
      *          NOMINA-CALCULO (CBL_140) y:
      *              - acumula por centro de coste y graba en
      *                NOMINA_ASIENTOS.DAT (COPY NOMASREC) el asiento
      *                de cada centro: al debe el gasto de salarios
      *                brutos (GSAL) y el de seguridad social de la
      *                empresa (GSSE); al haber las retenciones
      *                (HRET), la seguridad social a pagar, cuota del
      *                trabajador mas la de la empresa (HSSO), y el
      *                liquido a pagar (NPAG). La cuenta es el prefijo
      *                mas el centro de coste y se valida contra el
      *                plan CUENTAS.DAT; INTERFAZ-CONTABLE recoge los
      *                apuntes del dia y llegan a BALANCE-SUMAS como
      *                el resto,
      *              - genera la transferencia de abonos al banco
      *                NOMINA_TRANSFERENCIAS.DAT (cabecera "H", un
      *                abono "D" por empleado a la cuenta de abono de
      *                su ficha en EMPLOYEE_MASTER.DAT y trailer "T"
      *                con numero de abonos e importe de control). Los
      *                finiquitos (NMC-TIPO "F") se abonan a la cuenta
      *                que trae la propia nomina calculada, porque el
      *                empleado ya no esta en el maestro, con concepto
      *                FINIQUITO,
      *              - abona en la misma transferencia los gastos de
      *                empleados que GASTOS-REEMBOLSO (CBL_154) dejo
      *                en lote en GASTOS_EMPLEADO.DAT (COPY GASTOREC):
      *                un abono por empleado con concepto GASTOS, y
      *                las lineas quedan pagadas con el periodo. El
      *                asiento de esos gastos ya lo hizo el lote.
      *          INFORME_NOMINA_CONTABLE.TXT cuadra el liquido
      *          contabilizado contra lo transferido mas lo que queda
      *          pendiente de pago manual (empleados sin cuenta de
      *          abono), y lista cuentas desconocidas y empleados sin
      *          cuenta (RC 4). Un descuadre termina con RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-CONTABLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCULADA-FILE ASSIGN TO "NOMINA_CALCULADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCULADA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT NASIENTOS-FILE ASSIGN TO "NOMINA_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NASIENTOS-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "NOMINA_TRANSFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT GASTOS-FILE ASSIGN TO "GASTOS_EMPLEADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAS-CLAVE
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT CONTABLE-REPORT
               ASSIGN TO "INFORME_NOMINA_CONTABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCULADA-FILE.
       COPY NOMICREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       FD  NASIENTOS-FILE.
       COPY NOMASREC.

      *    FICHERO DE ABONOS AL BANCO CON EL MISMO ESQUEMA QUE EL DE
      *    ADEUDOS DE PRESTAMOS: CABECERA "H", UN DETALLE "D" POR
      *    EMPLEADO Y TRAILER "T" CON LOS TOTALES DE CONTROL
       FD  TRANSFER-FILE.
       01  TRF-CABECERA.
           05  TRC-TIPO PIC X.
           05  TRC-FECHA-CREACION PIC 9(8).
           05  TRC-FECHA-ABONO PIC 9(8).
           05  TRC-ORDENANTE PIC X(20).
           05  TRC-PERIODO PIC 9(6).
           05  FILLER PIC X(57).
       01  TRF-DETALLE.
           05  TRD-TIPO PIC X.
           05  TRD-EMP-ID PIC 9(6).
           05  TRD-NOMBRE PIC X(36).
           05  TRD-CUENTA-ABONO PIC X(24).
           05  TRD-IMPORTE PIC 9(9)V99.
           05  TRD-PERIODO PIC 9(6).
           05  TRD-CONCEPTO PIC X(16).
       01  TRF-TRAILER.
           05  TRT-TIPO PIC X.
           05  TRT-CONT-ABONOS PIC 9(6).
           05  TRT-TOTAL-IMPORTE PIC 9(11)V99.
           05  FILLER PIC X(80).

       FD  GASTOS-FILE.
       COPY GASTOREC.

       FD  CONTABLE-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CALCULADA-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-NASIENTOS-STATUS PIC XX.
       01  WS-TRANSFER-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-GASTOS-STATUS PIC XX.
       01  WS-EOF-GASTOS PIC X VALUE "N".
           88  FIN-GASTOS VALUE "Y".
       01  WS-EOF-CALCULADA PIC X VALUE "N".
           88  FIN-CALCULADA VALUE "Y".
       01  WS-HAY-MAESTRO PIC X VALUE "N".
           88  HAY-MAESTRO VALUE "Y".
       01  WS-VALIDAR-CUENTAS PIC X VALUE "N".
           88  VALIDAR-CUENTAS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PERIODO PIC 9(6) VALUE ZERO.
       01  WS-ORDENANTE PIC X(20) VALUE "NOMINA EMPLEADOS".

      *    PREFIJOS DE CUENTA DEL ASIENTO DE NOMINA; LA CUENTA ES EL
      *    PREFIJO MAS EL CENTRO DE COSTE. EL LADO VA EN PARALELO
       01  WS-PREFIJOS-CUENTA.
           05  FILLER PIC X(5) VALUE "GSALD".
           05  FILLER PIC X(5) VALUE "GSSED".
           05  FILLER PIC X(5) VALUE "HRETH".
           05  FILLER PIC X(5) VALUE "HSSOH".
           05  FILLER PIC X(5) VALUE "NPAGH".
       01  WS-PREFIJOS-TABLA REDEFINES WS-PREFIJOS-CUENTA.
           05  WS-PREFIJO-ENT OCCURS 5 TIMES.
               10  WS-PREFIJO PIC X(4).
               10  WS-PREFIJO-LADO PIC X.
       01  WS-CC-SIN-CENTRO PIC X(6) VALUE "SINCC".

      *    IMPORTES POR CENTRO DE COSTE EN EL ORDEN DE LOS PREFIJOS:
      *    BRUTO, SS EMPRESA, RETENCION, SS TOTAL, LIQUIDO
       01  WS-CC-TABLA.
           05  WS-CC-ENT OCCURS 50 TIMES.
               10  WS-CC-CODIGO PIC X(6).
               10  WS-CC-EMPLEADOS PIC 9(5).
               10  WS-CC-IMP PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-CC-USADOS PIC 99 VALUE ZERO.
       01  WS-CC-IDX PIC 99.
       01  WS-CC-POS PIC 99.
       01  WS-CLAVE-CC PIC X(6).
       01  WS-IMP-IDX PIC 9.

       01  WS-CUENTA PIC X(10).
       01  WS-CUENTA-VALIDA PIC X.
           88  CUENTA-VALIDA VALUE "Y".

       01  WS-CONT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-CONT-CTA-ERRONEA PIC 9(6) VALUE ZERO.
       01  WS-CONT-ABONOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-CUENTA PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-LIQUIDO PIC 9(6) VALUE ZERO.
       01  WS-TOT-DEBE PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HABER PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-LIQUIDO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-LIQUIDO-ASIENTO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-TRANSFERIDO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-SIN-CUENTA PIC 9(11)V99 VALUE ZERO.

      *    REEMBOLSO DE GASTOS: VA EN LA TRANSFERENCIA PERO FUERA DEL
      *    CUADRE DEL LIQUIDO DE NOMINA
       01  WS-GAS-EMP-ACTUAL PIC 9(6) VALUE ZERO.
       01  WS-GAS-IMPORTE-EMP PIC 9(9)V99 VALUE ZERO.
       01  WS-CONT-ABONOS-GASTOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-GASTOS-MANUAL PIC 9(6) VALUE ZERO.
       01  WS-TOT-GASTOS-TRANSF PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-GASTOS-MANUAL PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "NOMINA-CONTABLE".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "NOMINA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "NOMINA-CONTABLE".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT CALCULADA-FILE
           IF WS-CALCULADA-STATUS NOT = "00"
               DISPLAY "NOMINA_CALCULADA.DAT NO DISPONIBLE, NADA QUE "
                   "CONTABILIZAR NI PAGAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS = "00"
               SET HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE, NO "
                   "SE GENERAN ABONOS"
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS = "00"
               SET VALIDAR-CUENTAS TO TRUE
           ELSE
               DISPLAY "AVISO: CUENTAS.DAT NO DISPONIBLE, NO SE "
                   "VALIDAN LAS CUENTAS DE NOMINA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT TRANSFER-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "NOMINA_TRANSFERENCIAS.DAT" WS-TRANSFER-STATUS
               WS-SEVERIDAD
           OPEN OUTPUT CONTABLE-REPORT
           CALL "RPTHDR" USING "NOMINA-CONTABLE"
               "INFORME_NOMINA_CONTABLE.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-CALCULADA
           IF NOT FIN-CALCULADA
               MOVE NMC-PERIODO TO WS-PERIODO
           END-IF
           MOVE SPACES TO TRF-CABECERA
           MOVE "H" TO TRC-TIPO
           MOVE WS-FECHA-PROCESO TO TRC-FECHA-CREACION
           MOVE WS-FECHA-PROCESO TO TRC-FECHA-ABONO
           MOVE WS-ORDENANTE TO TRC-ORDENANTE
           MOVE WS-PERIODO TO TRC-PERIODO
           WRITE TRF-CABECERA

           MOVE SPACES TO INFORME-RECORD
           STRING "NOMINA DEL PERIODO " WS-PERIODO
               " - EMPLEADOS SIN ABONO POR TRANSFERENCIA"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM UNTIL FIN-CALCULADA
               ADD 1 TO WS-CONT-EMPLEADOS
               ADD NMC-NETO TO WS-TOT-LIQUIDO
               PERFORM ACUMULA-CENTRO
               PERFORM GENERA-ABONO THRU GENERA-ABONO-FIN
               PERFORM LEE-CALCULADA
           END-PERFORM
           CLOSE CALCULADA-FILE

           PERFORM ABONA-GASTOS THRU ABONA-GASTOS-FIN

           MOVE SPACES TO TRF-TRAILER
           MOVE "T" TO TRT-TIPO
           COMPUTE TRT-CONT-ABONOS =
               WS-CONT-ABONOS + WS-CONT-ABONOS-GASTOS
           COMPUTE TRT-TOTAL-IMPORTE =
               WS-TOT-TRANSFERIDO + WS-TOT-GASTOS-TRANSF
           WRITE TRF-TRAILER
           CLOSE TRANSFER-FILE
           IF HAY-MAESTRO
               CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM GRABA-ASIENTOS
           IF VALIDAR-CUENTAS
               CLOSE CUENTAS-FILE
           END-IF

           PERFORM ESCRIBE-CUADRE
           CLOSE CONTABLE-REPORT

           MOVE WS-PERIODO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EMPLEADOS=" WS-CONT-EMPLEADOS
               " APUNTES=" WS-CONT-APUNTES
               " ABONOS=" WS-CONT-ABONOS
               " SIN-CUENTA=" WS-CONT-SIN-CUENTA
               " CTA-ERRONEA=" WS-CONT-CTA-ERRONEA
               " GASTOS=" WS-CONT-ABONOS-GASTOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "NOMINA CONTABILIZADA " WS-PERIODO
               ": APUNTES=" WS-CONT-APUNTES
               " ABONOS=" WS-CONT-ABONOS
               " SIN CUENTA=" WS-CONT-SIN-CUENTA

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CALCULADA.
           READ CALCULADA-FILE
               AT END
                   SET FIN-CALCULADA TO TRUE
           END-READ.

       ACUMULA-CENTRO.
           MOVE NMC-CENTRO-COSTE TO WS-CLAVE-CC
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
                   MOVE ZERO TO WS-CC-EMPLEADOS(WS-CC-POS)
                   PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                           UNTIL WS-IMP-IDX > 5
                       MOVE ZERO TO WS-CC-IMP(WS-CC-POS WS-IMP-IDX)
                   END-PERFORM
               ELSE
      *            SIN HUECO EL EMPLEADO NO ENTRARIA EN NINGUN
      *            ASIENTO: EL CUADRE FINAL LO DETECTA Y PARA
                   DISPLAY "ERROR: MAS DE 50 CENTROS DE COSTE, EL "
                       "EMPLEADO " NMC-EMP-ID " NO SE CONTABILIZA"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-CC-POS > ZERO
               ADD 1 TO WS-CC-EMPLEADOS(WS-CC-POS)
               ADD NMC-BRUTO TO WS-CC-IMP(WS-CC-POS 1)
               ADD NMC-SS-EMPRESA TO WS-CC-IMP(WS-CC-POS 2)
               ADD NMC-RETENCION TO WS-CC-IMP(WS-CC-POS 3)
               ADD NMC-SS-TRABAJADOR NMC-SS-EMPRESA
                   TO WS-CC-IMP(WS-CC-POS 4)
               ADD NMC-NETO TO WS-CC-IMP(WS-CC-POS 5)
           END-IF.

       GENERA-ABONO.
           IF NMC-NETO = ZERO
               ADD 1 TO WS-CONT-SIN-LIQUIDO
               GO TO GENERA-ABONO-FIN
           END-IF
           MOVE SPACES TO EMP-CUENTA-ABONO
           MOVE SPACES TO EMP-NOMBRE EMP-APELLIDOS
           IF NMC-ES-FINIQUITO
               GO TO GENERA-ABONO-FINIQUITO
           END-IF
           IF HAY-MAESTRO
               MOVE NMC-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EMP-CUENTA-ABONO
               END-READ
           END-IF
           IF EMP-CUENTA-ABONO = SPACES
               ADD 1 TO WS-CONT-SIN-CUENTA
               ADD NMC-NETO TO WS-TOT-SIN-CUENTA
               MOVE NMC-NETO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN CUENTA DE ABONO: EMPLEADO " NMC-EMP-ID
                   " " EMP-APELLIDOS " LIQUIDO=" WS-IMPORTE-FMT
                   " (PAGO MANUAL)"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO GENERA-ABONO-FIN
           END-IF

           MOVE SPACES TO TRF-DETALLE
           MOVE "D" TO TRD-TIPO
           MOVE NMC-EMP-ID TO TRD-EMP-ID
           STRING EMP-APELLIDOS DELIMITED BY "  "
               " " EMP-NOMBRE DELIMITED BY SIZE
               INTO TRD-NOMBRE
           MOVE EMP-CUENTA-ABONO TO TRD-CUENTA-ABONO
           MOVE NMC-NETO TO TRD-IMPORTE
           MOVE NMC-PERIODO TO TRD-PERIODO
           MOVE "NOMINA" TO TRD-CONCEPTO
           WRITE TRF-DETALLE
           ADD 1 TO WS-CONT-ABONOS
           ADD NMC-NETO TO WS-TOT-TRANSFERIDO
           GO TO GENERA-ABONO-FIN.

      *    EL EMPLEADO DADO DE BAJA YA NO ESTA EN EL MAESTRO: LA CUENTA
      *    Y EL NOMBRE LOS GUARDO EL FINIQUITO
       GENERA-ABONO-FINIQUITO.
           IF NMC-CUENTA-ABONO = SPACES
               ADD 1 TO WS-CONT-SIN-CUENTA
               ADD NMC-NETO TO WS-TOT-SIN-CUENTA
               MOVE NMC-NETO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN CUENTA FINIQUITO " NMC-EMP-ID
                   " " NMC-NOMBRE-COMPLETO " " WS-IMPORTE-FMT
                   " PAGO MANUAL"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO GENERA-ABONO-FIN
           END-IF
           MOVE SPACES TO TRF-DETALLE
           MOVE "D" TO TRD-TIPO
           MOVE NMC-EMP-ID TO TRD-EMP-ID
           MOVE NMC-NOMBRE-COMPLETO TO TRD-NOMBRE
           MOVE NMC-CUENTA-ABONO TO TRD-CUENTA-ABONO
           MOVE NMC-NETO TO TRD-IMPORTE
           MOVE NMC-PERIODO TO TRD-PERIODO
           MOVE "FINIQUITO" TO TRD-CONCEPTO
           WRITE TRF-DETALLE
           ADD 1 TO WS-CONT-ABONOS
           ADD NMC-NETO TO WS-TOT-TRANSFERIDO.

       GENERA-ABONO-FIN.
           EXIT.

      *    LAS LINEAS DE GASTOS EN LOTE VIENEN POR EMPLEADO EN EL
      *    ORDEN DE LA CLAVE: UN ABONO POR EMPLEADO CON LO QUE SUMAN
       ABONA-GASTOS.
           OPEN I-O GASTOS-FILE
           IF WS-GASTOS-STATUS NOT = "00"
               GO TO ABONA-GASTOS-FIN
           END-IF
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE "REEMBOLSO DE GASTOS DE EMPLEADOS EN LOTE"
               TO INFORME-RECORD
           WRITE INFORME-RECORD
           PERFORM LEE-GASTO
           PERFORM UNTIL FIN-GASTOS
               IF GAS-ES-EN-LOTE
                   IF GAS-EMP-ID NOT = WS-GAS-EMP-ACTUAL
                       IF WS-GAS-IMPORTE-EMP > ZERO
                           PERFORM GENERA-ABONO-GASTOS
                               THRU GENERA-ABONO-GASTOS-FIN
                       END-IF
                       MOVE GAS-EMP-ID TO WS-GAS-EMP-ACTUAL
                       MOVE ZERO TO WS-GAS-IMPORTE-EMP
                   END-IF
                   ADD GAS-IMPORTE TO WS-GAS-IMPORTE-EMP
                   SET GAS-ES-PAGADA TO TRUE
                   MOVE WS-PERIODO TO GAS-PERIODO-PAGO
                   MOVE WS-FECHA-PROCESO TO GAS-FECHA-ACTUALIZACION
                   REWRITE GASTO-RECORD
               END-IF
               PERFORM LEE-GASTO
           END-PERFORM
           IF WS-GAS-IMPORTE-EMP > ZERO
               PERFORM GENERA-ABONO-GASTOS
                   THRU GENERA-ABONO-GASTOS-FIN
           END-IF
           CLOSE GASTOS-FILE.

       ABONA-GASTOS-FIN.
           EXIT.

       LEE-GASTO.
           READ GASTOS-FILE NEXT RECORD
               AT END
                   SET FIN-GASTOS TO TRUE
           END-READ.

       GENERA-ABONO-GASTOS.
           MOVE SPACES TO EMP-CUENTA-ABONO
           MOVE SPACES TO EMP-NOMBRE EMP-APELLIDOS
           IF HAY-MAESTRO
               MOVE WS-GAS-EMP-ACTUAL TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO EMP-CUENTA-ABONO
               END-READ
           END-IF
           MOVE WS-GAS-IMPORTE-EMP TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           IF EMP-CUENTA-ABONO = SPACES
               ADD 1 TO WS-CONT-GASTOS-MANUAL
               ADD WS-GAS-IMPORTE-EMP TO WS-TOT-GASTOS-MANUAL
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN CUENTA DE ABONO: EMPLEADO "
                   WS-GAS-EMP-ACTUAL " " EMP-APELLIDOS " GASTOS="
                   WS-IMPORTE-FMT " (PAGO MANUAL)"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO GENERA-ABONO-GASTOS-FIN
           END-IF

           MOVE SPACES TO TRF-DETALLE
           MOVE "D" TO TRD-TIPO
           MOVE WS-GAS-EMP-ACTUAL TO TRD-EMP-ID
           STRING EMP-APELLIDOS DELIMITED BY "  "
               " " EMP-NOMBRE DELIMITED BY SIZE
               INTO TRD-NOMBRE
           MOVE EMP-CUENTA-ABONO TO TRD-CUENTA-ABONO
           MOVE WS-GAS-IMPORTE-EMP TO TRD-IMPORTE
           MOVE WS-PERIODO TO TRD-PERIODO
           MOVE "GASTOS" TO TRD-CONCEPTO
           WRITE TRF-DETALLE
           ADD 1 TO WS-CONT-ABONOS-GASTOS
           ADD WS-GAS-IMPORTE-EMP TO WS-TOT-GASTOS-TRANSF
           MOVE SPACES TO INFORME-RECORD
           STRING "GASTOS ABONADOS: EMPLEADO " WS-GAS-EMP-ACTUAL
               " " EMP-APELLIDOS " " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       GENERA-ABONO-GASTOS-FIN.
           EXIT.

       GRABA-ASIENTOS.
           OPEN OUTPUT NASIENTOS-FILE
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE "ASIENTOS DE NOMINA POR CENTRO DE COSTE"
               TO INFORME-RECORD
           WRITE INFORME-RECORD
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-USADOS
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > 5
                   IF WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) > ZERO
                       PERFORM GRABA-APUNTE THRU GRABA-APUNTE-FIN
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE NASIENTOS-FILE.

       GRABA-APUNTE.
           MOVE WS-PREFIJO(WS-IMP-IDX) TO WS-CUENTA
           MOVE WS-CC-CODIGO(WS-CC-IDX) TO WS-CUENTA(5:6)
           PERFORM VALIDA-CUENTA

      *    EL FICHERO DE INTERFAZ LLEVA IMPORTES DE 7 ENTEROS: UN
      *    CENTRO QUE LOS SUPERE NO SE TRUNCA, SE PARA LA CORRIDA
           IF WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) > 9999999.99
               MOVE SPACES TO INFORME-RECORD
               STRING "ERROR: IMPORTE DEMASIADO GRANDE PARA LA "
                   "INTERFAZ EN " WS-CUENTA
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               MOVE 8 TO WS-RETURN-CODE
               GO TO GRABA-APUNTE-FIN
           END-IF

           MOVE WS-FECHA-PROCESO TO NAS-FECHA
           MOVE WS-CUENTA TO NAS-CUENTA
           MOVE WS-PREFIJO-LADO(WS-IMP-IDX) TO NAS-LADO
           MOVE WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) TO NAS-IMPORTE
           MOVE WS-CC-CODIGO(WS-CC-IDX) TO NAS-CENTRO-COSTE
           MOVE WS-PERIODO TO NAS-PERIODO
           WRITE NOMINA-ASIENTO-REGISTRO
           ADD 1 TO WS-CONT-APUNTES
           IF NAS-LADO = "D"
               ADD WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) TO WS-TOT-DEBE
           ELSE
               ADD WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) TO WS-TOT-HABER
           END-IF
           IF WS-IMP-IDX = 5
               ADD WS-CC-IMP(WS-CC-IDX WS-IMP-IDX)
                   TO WS-TOT-LIQUIDO-ASIENTO
           END-IF

           MOVE WS-CC-IMP(WS-CC-IDX WS-IMP-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           IF CUENTA-VALIDA
               STRING "CC " WS-CC-CODIGO(WS-CC-IDX) "  "
                   WS-CUENTA " " NAS-LADO " " WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO INFORME-RECORD
           ELSE
               STRING "CC " WS-CC-CODIGO(WS-CC-IDX) "  "
                   WS-CUENTA " " NAS-LADO " " WS-IMPORTE-FMT
                   "  CUENTA DESCONOCIDA O INACTIVA EN CUENTAS.DAT"
                   DELIMITED BY SIZE INTO INFORME-RECORD
           END-IF
           WRITE INFORME-RECORD.

       GRABA-APUNTE-FIN.
           EXIT.

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

       ESCRIBE-CUADRE.
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-DEBE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "TOTAL DEBE  . . . . . . . . . . " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-HABER TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "TOTAL HABER . . . . . . . . . . " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-LIQUIDO-ASIENTO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "LIQUIDO CONTABILIZADO (NPAG)  . " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-TRANSFERIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "TRANSFERIDO . . . . . . . . . . " WS-IMPORTE-FMT
               " EN " WS-CONT-ABONOS " ABONOS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-SIN-CUENTA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "PENDIENTE PAGO MANUAL . . . . . " WS-IMPORTE-FMT
               " DE " WS-CONT-SIN-CUENTA " EMPLEADOS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-GASTOS-TRANSF TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "GASTOS TRANSFERIDOS . . . . . . " WS-IMPORTE-FMT
               " EN " WS-CONT-ABONOS-GASTOS " ABONOS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-GASTOS-MANUAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "GASTOS PENDIENTES PAGO MANUAL . " WS-IMPORTE-FMT
               " DE " WS-CONT-GASTOS-MANUAL " EMPLEADOS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "EMPLEADOS=" WS-CONT-EMPLEADOS
               " SIN LIQUIDO=" WS-CONT-SIN-LIQUIDO
               " CUENTAS NO VALIDADAS=" WS-CONT-CTA-ERRONEA
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

      *    CUADRES DE CONTROL: EL ASIENTO CUADRA, Y EL LIQUIDO
      *    CONTABILIZADO ES EXACTAMENTE LO TRANSFERIDO MAS LO QUE
      *    QUEDA PARA PAGO MANUAL
           IF WS-TOT-DEBE NOT = WS-TOT-HABER
               MOVE "ERROR: EL ASIENTO DE NOMINA NO CUADRA"
                   TO INFORME-RECORD
               WRITE INFORME-RECORD
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-TOT-LIQUIDO-ASIENTO NOT = WS-TOT-LIQUIDO
                   OR WS-TOT-LIQUIDO NOT =
                   WS-TOT-TRANSFERIDO + WS-TOT-SIN-CUENTA
               MOVE "ERROR: LA TRANSFERENCIA NO CUADRA CON EL LIQUIDO"
                   TO INFORME-RECORD
               WRITE INFORME-RECORD
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       END PROGRAM NOMINA-CONTABLE.
