      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quebranto de prestamos incobrables. Un prestamo que
      *          ya se da por perdido seguia activo, FACTURA-PRESTAMOS
      *          le seguia levantando cuotas y no salia nunca del
      *          informe de morosidad. Este paso recorre la cartera
      *          activa y pasa a fallido (PRE-ESTADO F) todo prestamo
      *          cuya cuota impagada mas antigua supera los dias de
      *          atraso configurados: desde ese momento ni se factura,
      *          ni entra en la morosidad, ni se provisiona. El saldo
      *          vivo se da de baja contra la provision constituida
      *          por PROVISION-PRESTAMOS (PROV-INSOL al debe, y lo
      *          que la provision no cubra directamente a DOT-INSOLV),
      *          con abono a CAP-PRESTA por el capital no facturado y
      *          a PRE-COBRAR por el capital de las cuotas facturadas
      *          sin cobrar, y todo ello va a PRESTAMOS_ASIENTOS.DAT.
      *          El interes de demora facturado y sin cobrar se anula
      *          (INT-MORA al debe contra PRE-COBRAR al haber).
      *          La provision consumida se descuenta en
      *          PROVISION_PRESTAMOS.DAT para que la siguiente
      *          provision solo libere el sobrante. La tarjeta
      *          opcional QUEBRANTO_CONTROL.DAT admite DIAS=nnn
      *          (180 por defecto). Los cobros que lleguen despues
      *          los trata PAGOS-PRESTAMOS como recuperaciones.
      *          Corre despues de FACTURA-PRESTAMOS, que regraba el
      *          fichero de asientos cada dia. Sale el informe
      *          INFORME_QUEBRANTOS.TXT y un apunte de AUDITORIA por
      *          prestamo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEBRANTO-PRESTAMOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT CUADRO-FILE ASSIGN TO "PRESTAMOS_CUADRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "PROVISION_PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-REFERENCIA
               FILE STATUS IS WS-PROVISION-STATUS.

      *    TARJETA DE CONTROL OPCIONAL CON LOS DIAS DE ATRASO
           SELECT QUEBRANTO-CONTROL-FILE
               ASSIGN TO "QUEBRANTO_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT QUEBRANTO-REPORT
               ASSIGN TO "INFORME_QUEBRANTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  PROVISION-FILE.
       COPY PROVIREC.

       FD  QUEBRANTO-CONTROL-FILE.
       01  QUEBRANTO-CONTROL-RECORD PIC X(80).

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  QUEBRANTO-REPORT.
       01  QUEBRANTO-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-PROVISION-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-HAY-PROVISION PIC X VALUE "N".
           88  HAY-PROVISION VALUE "Y".

       01  WS-DIAS-QUEBRANTO PIC 9(3) VALUE 180.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-DIAS-VENC PIC 9(8).
       01  WS-DIAS-ATRASO PIC S9(5).
       01  WS-MAX-ATRASO PIC S9(5).
       01  WS-ATRASO-ED PIC ZZZZZ9.
       01  WS-PENDIENTE PIC 9(9)V99.
       01  WS-PERIODO PIC 9(4).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-CHECK PIC 9(8).

       01  WS-CAPITAL-FACT-PDTE PIC 9(9)V99.
       01  WS-CAPITAL-NO-FACT PIC 9(9)V99.
       01  WS-BAJA PIC 9(9)V99.
       01  WS-CONTRA-PROVISION PIC 9(9)V99.
       01  WS-CONTRA-DOTACION PIC 9(9)V99.

      *    APUNTE EN CURSO: EL IMPORTE NO ADMITE MAS DE 7 ENTEROS Y
      *    UNO MAYOR SE PARTE EN VARIOS APUNTES
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-REVISADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-QUEBRANTOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-TOT-BAJA PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PROVISION PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DOTACION PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-BAJA PIC X(18).
       01  WS-IMPORTE-PROVISION PIC X(18).
       01  WS-IMPORTE-DOTACION PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "QUEBRANTO-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "QUEBRANTO".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "QUEBRANTO-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM LEE-CONTROL-QUEBRANTO THRU
               LEE-CONTROL-QUEBRANTO-FIN

           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, NADA "
                   "QUE QUEBRANTAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_CUADRO.DAT NO DISPONIBLE"
               CLOSE PRESTAMOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    SIN FICHERO DE PROVISION TODO EL QUEBRANTO VA A DOTACION
           OPEN I-O PROVISION-FILE
           IF WS-PROVISION-STATUS = "00"
               SET HAY-PROVISION TO TRUE
           ELSE
               DISPLAY "AVISO: PROVISION_PRESTAMOS.DAT NO DISPONIBLE,"
                   " EL QUEBRANTO VA ENTERO A DOTACION"
           END-IF

           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_ASIENTOS.DAT" WS-PASIENTOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               IF HAY-PROVISION
                   CLOSE PROVISION-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT QUEBRANTO-REPORT
           CALL "RPTHDR" USING "QUEBRANTO-PRESTAMOS"
               "INFORME_QUEBRANTOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD
           MOVE SPACES TO QUEBRANTO-RECORD
           STRING "PRESTAMOS CON MAS DE " WS-DIAS-QUEBRANTO
               " DIAS DE ATRASO PASADOS A FALLIDO EL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD
           MOVE SPACES TO QUEBRANTO-RECORD
           STRING "REFERENCIA CLIENTE    SUC  ATRASO "
               "        SALDO BAJA   CONTRA PROVISION"
               "    CONTRA DOTACION"
               DELIMITED BY SIZE INTO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               IF PRE-ACTIVO
                   ADD 1 TO WS-CONT-REVISADOS
                   PERFORM EVALUA-PRESTAMO THRU EVALUA-PRESTAMO-FIN
               END-IF
               PERFORM LEE-PRESTAMO
           END-PERFORM

           MOVE WS-TOT-BAJA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-BAJA
           MOVE WS-TOT-PROVISION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-PROVISION
           MOVE WS-TOT-DOTACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-DOTACION
           MOVE SPACES TO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD
           MOVE SPACES TO QUEBRANTO-RECORD
           STRING "TOTAL " WS-CONT-QUEBRANTOS " DE "
               WS-CONT-REVISADOS "            " WS-IMPORTE-BAJA " "
               WS-IMPORTE-PROVISION " " WS-IMPORTE-DOTACION
               DELIMITED BY SIZE INTO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           IF HAY-PROVISION
               CLOSE PROVISION-FILE
           END-IF
           CLOSE PASIENTOS-FILE
           CLOSE QUEBRANTO-REPORT

           DISPLAY "QUEBRANTOS: " WS-CONT-QUEBRANTOS " PRESTAMOS, "
               "APUNTES=" WS-CONT-APUNTES

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-QUEBRANTO.
           OPEN INPUT QUEBRANTO-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-QUEBRANTO-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF QUEBRANTO-CONTROL-RECORD(1:5) = "DIAS="
                       AND QUEBRANTO-CONTROL-RECORD(6:3) NUMERIC
                       AND QUEBRANTO-CONTROL-RECORD(6:3) > ZERO
                   MOVE QUEBRANTO-CONTROL-RECORD(6:3)
                       TO WS-DIAS-QUEBRANTO
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE QUEBRANTO-CONTROL-FILE.

       LEE-CONTROL-QUEBRANTO-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ QUEBRANTO-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       EVALUA-PRESTAMO.
      *    LA ANTIGUEDAD LA MARCA LA CUOTA FACTURADA E IMPAGADA MAS
      *    ANTIGUA, COMO EN MOROSIDAD-PRESTAMOS
           MOVE ZERO TO WS-MAX-ATRASO
           MOVE ZERO TO WS-CAPITAL-FACT-PDTE
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM EVALUA-CUOTA THRU EVALUA-CUOTA-FIN
           END-PERFORM
           IF WS-MAX-ATRASO <= WS-DIAS-QUEBRANTO
               GO TO EVALUA-PRESTAMO-FIN
           END-IF

      *    EL SALDO VIVO SE REPARTE ENTRE EL CAPITAL YA FACTURADO
      *    (QUE ESTA EN PRE-COBRAR) Y EL QUE AUN NO SE FACTURO
           MOVE PRE-SALDO TO WS-BAJA
           IF WS-CAPITAL-FACT-PDTE > WS-BAJA
               MOVE WS-BAJA TO WS-CAPITAL-FACT-PDTE
           END-IF
           COMPUTE WS-CAPITAL-NO-FACT = WS-BAJA - WS-CAPITAL-FACT-PDTE

      *    LA PROVISION CONSTITUIDA CUBRE PRIMERO; EL RESTO ES
      *    PERDIDA DIRECTA DEL EJERCICIO
           MOVE ZERO TO WS-CONTRA-PROVISION
           IF HAY-PROVISION
               MOVE PRE-REFERENCIA TO PRV-REFERENCIA
               READ PROVISION-FILE
                   NOT INVALID KEY
                       IF PRV-IMPORTE > WS-BAJA
                           MOVE WS-BAJA TO WS-CONTRA-PROVISION
                       ELSE
                           MOVE PRV-IMPORTE TO WS-CONTRA-PROVISION
                       END-IF
                       SUBTRACT WS-CONTRA-PROVISION FROM PRV-IMPORTE
                       REWRITE PROVISION-REGISTRO
                           INVALID KEY
                               DISPLAY "AVISO: NO SE PUDO REGRABAR "
                                   "LA PROVISION DE " PRE-REFERENCIA
                               MOVE 8 TO WS-RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF
           COMPUTE WS-CONTRA-DOTACION = WS-BAJA - WS-CONTRA-PROVISION

           MOVE WS-CONTRA-PROVISION TO WS-APU-PENDIENTE
           MOVE "PROV-INSOL" TO WS-APU-CUENTA
           MOVE "D" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE WS-CONTRA-DOTACION TO WS-APU-PENDIENTE
           MOVE "DOT-INSOLV" TO WS-APU-CUENTA
           PERFORM GRABA-APUNTE
           MOVE WS-CAPITAL-NO-FACT TO WS-APU-PENDIENTE
           MOVE "CAP-PRESTA" TO WS-APU-CUENTA
           MOVE "H" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE WS-CAPITAL-FACT-PDTE TO WS-APU-PENDIENTE
           MOVE "PRE-COBRAR" TO WS-APU-CUENTA
           PERFORM GRABA-APUNTE

      *    LA DEMORA NO COBRADA NO LLEGA A SER INGRESO: SE ANULA
           MOVE PRE-MORA-PENDIENTE TO WS-APU-PENDIENTE
           MOVE "INT-MORA" TO WS-APU-CUENTA
           MOVE "D" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE PRE-MORA-PENDIENTE TO WS-APU-PENDIENTE
           MOVE "PRE-COBRAR" TO WS-APU-CUENTA
           MOVE "H" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE ZERO TO PRE-MORA-PENDIENTE

           MOVE "F" TO PRE-ESTADO
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-FALLIDO
           MOVE WS-BAJA TO PRE-IMPORTE-FALLIDO
           MOVE ZERO TO PRE-RECUPERADO
           MOVE ZERO TO PRE-SALDO
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL PRESTAMO "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE

           ADD 1 TO WS-CONT-QUEBRANTOS
           ADD WS-BAJA TO WS-TOT-BAJA
           ADD WS-CONTRA-PROVISION TO WS-TOT-PROVISION
           ADD WS-CONTRA-DOTACION TO WS-TOT-DOTACION

           MOVE WS-MAX-ATRASO TO WS-ATRASO-ED
           MOVE WS-BAJA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-BAJA
           MOVE WS-CONTRA-PROVISION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-PROVISION
           MOVE WS-CONTRA-DOTACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-DOTACION
           MOVE SPACES TO QUEBRANTO-RECORD
           STRING PRE-REFERENCIA "   " PRE-CLIENTE " " PRE-SUCURSAL
               " " WS-ATRASO-ED " " WS-IMPORTE-BAJA " "
               WS-IMPORTE-PROVISION " " WS-IMPORTE-DOTACION
               DELIMITED BY SIZE INTO QUEBRANTO-RECORD
           WRITE QUEBRANTO-RECORD

           MOVE PRE-REFERENCIA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "QUEBRANTO REF=" PRE-REFERENCIA
               " CLIENTE=" PRE-CLIENTE " SUC=" PRE-SUCURSAL
               " ATRASO=" WS-ATRASO-ED " BAJA=" WS-BAJA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       EVALUA-PRESTAMO-FIN.
           EXIT.

       EVALUA-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO EVALUA-CUOTA-FIN
           END-READ
           IF NOT CUO-FACTURADA
               GO TO EVALUA-CUOTA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = CUO-CUOTA - CUO-IMPORTE-PAGADO
           IF WS-PENDIENTE <= ZERO
               GO TO EVALUA-CUOTA-FIN
           END-IF
           ADD CUO-CAPITAL TO WS-CAPITAL-FACT-PDTE
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               GO TO EVALUA-CUOTA-FIN
           END-IF
           COMPUTE WS-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(CUO-FECHA-VENCIMIENTO)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROCESO - WS-DIAS-VENC
           IF WS-DIAS-ATRASO > WS-MAX-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-MAX-ATRASO
           END-IF.

       EVALUA-CUOTA-FIN.
           EXIT.

       GRABA-APUNTE.
           PERFORM UNTIL WS-APU-PENDIENTE = ZERO
               IF WS-APU-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-APU-TRAMO
               ELSE
                   MOVE WS-APU-PENDIENTE TO WS-APU-TRAMO
               END-IF
               SUBTRACT WS-APU-TRAMO FROM WS-APU-PENDIENTE
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE WS-APU-CUENTA TO PAS-CUENTA
               MOVE WS-APU-LADO TO PAS-LADO
               MOVE WS-APU-TRAMO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
               ADD 1 TO WS-CONT-APUNTES
           END-PERFORM.

       END PROGRAM QUEBRANTO-PRESTAMOS.
