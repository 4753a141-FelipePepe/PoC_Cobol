      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reestructuracion de prestamos de clientes con
      *          dificultades. Cuando recobros pacta con el cliente un
      *          plan nuevo, la sucursal lo manda en
      *          REESTRUCTURACIONES.DAT (referencia, fecha del
      *          acuerdo, plazo nuevo en periodos y periodos de
      *          carencia). Sobre prestamos activos:
      *            - las filas de PRESTAMOS_CUADRO.DAT se copian tal
      *              como estaban a CUADRO_HISTORIA.DAT;
      *            - lo pendiente de las cuotas facturadas sin cobrar
      *              y la demora pendiente se refunden en el capital
      *              y esas cuotas pasan a estado R;
      *            - el cuadro se regenera desde el periodo siguiente
      *              al ultimo facturado: durante la carencia solo se
      *              pagan intereses y el resto del plazo lleva cuota
      *              francesa a la tasa del prestamo, con
      *              vencimientos mensuales desde la fecha de proceso;
      *            - el prestamo queda marcado PRE-REESTRUCTURADO para
      *              que la morosidad y la provision lo informen aparte.
      *          Lo refundido se reclasifica en
      *          PRESTAMOS_ASIENTOS.DAT (CAP-PRESTA al debe contra
      *          PRE-COBRAR al haber), con la fecha de proceso, antes
      *          de INTERFAZ-CONTABLE, que solo toma los apuntes del
      *          dia. El resumen y los rechazos quedan en
      *          INFORME_REESTRUCTURACION.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REESTRUCTURACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REESTRUCTURACIONES-FILE
               ASSIGN TO "REESTRUCTURACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REESTRUCT-STATUS.

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

           SELECT HISTORIA-FILE ASSIGN TO "CUADRO_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT REESTRUCTURA-REPORT
               ASSIGN TO "INFORME_REESTRUCTURACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REESTRUCTURACIONES-FILE.
       01  REESTRUCTURACION-RECORD.
           05  RES-REFERENCIA PIC X(8).
           05  RES-FECHA PIC 9(8).
           05  RES-PLAZO PIC 9(4).
           05  RES-CARENCIA PIC 9(2).

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

      *    UNA LINEA POR FILA DEL CUADRO ANTERIOR, CON LA FECHA DE LA
      *    REESTRUCTURACION DELANTE Y LA FILA TAL COMO ESTABA
       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HCU-FECHA PIC 9(8).
           05  HCU-CUOTA PIC X(84).

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  REESTRUCTURA-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REESTRUCT-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-REESTRUCT PIC X VALUE "N".
           88  FIN-REESTRUCTURACIONES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-MOTIVO-RECHAZO PIC X(40).

       01  WS-PERIODO PIC 9(4).
       01  WS-PRIMER-PERIODO PIC 9(4).
       01  WS-FIN-CARENCIA PIC 9(4).
       01  WS-AMORTIZABLES PIC 9(4).
       01  WS-ULTIMO-PERIODO PIC 9(5).
       01  WS-PERIODOS-ANTERIOR PIC 9(4).
       01  WS-PENDIENTE PIC 9(9)V99.
       01  WS-CUOTAS-REFUNDIDAS PIC 9(4).
       01  WS-FILAS-HISTORIA PIC 9(4).

      *    IMPORTES DEL PRESTAMO EN CURSO
       01  WS-SALDO-ANTERIOR PIC 9(9)V99.
       01  WS-CUOTA-ANTERIOR PIC 9(9)V99.
       01  WS-VENCIDO PIC 9(9)V99.
       01  WS-CAPITAL-VENCIDO PIC 9(9)V99.
       01  WS-REFUNDIDO PIC 9(9)V99.
       01  WS-CAPITAL-NUEVO PIC 9(9)V99.
       01  WS-CUOTA-NUEVA PIC 9(9)V99.

      *    CALCULO DEL CUADRO, MISMA CUOTA FRANCESA QUE EL ALTA
       01  WS-SALDO PIC S9(9)V99.
       01  WS-INTERES PIC 9(9)V99.
       01  WS-CAPITAL PIC 9(9)V99.
       01  WS-CUOTA PIC 9(9)V99.
       01  WS-FACTOR PIC 9(9)V9(9).
       01  WS-UNO-MAS-I PIC 9(2)V9(9).

      *    VENCIMIENTOS MENSUALES DESDE LA FECHA DE PROCESO; EL DIA
      *    SE LIMITA A 28 PARA QUE EXISTA EN TODOS LOS MESES
       01  WS-VENCIMIENTO PIC 9(8).
       01  WS-VENC-D REDEFINES WS-VENCIMIENTO.
           05  WS-VEN-ANO PIC 9(4).
           05  WS-VEN-MES PIC 99.
           05  WS-VEN-DIA PIC 99.

      *    APUNTE EN CURSO: EL IMPORTE NO ADMITE MAS DE 7 ENTEROS Y
      *    UNO MAYOR SE PARTE EN VARIOS APUNTES
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APLICADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-REFUNDIDO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CAPITAL-NUEVO PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-IMPORTE-FMT2 PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "REESTRUCTURACION".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REESTRUCT".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "REESTRUCTURACION".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT REESTRUCTURACIONES-FILE
           IF WS-REESTRUCT-STATUS NOT = "00"
               DISPLAY "REESTRUCTURACIONES.DAT NO DISPONIBLE, "
                   "NADA QUE APLICAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PRESTAMOS-FILE
           OPEN I-O CUADRO-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
                   OR WS-CUADRO-STATUS NOT = "00"
               DISPLAY "MAESTRO O CUADRO DE PRESTAMOS NO "
                   "DISPONIBLE, NO SE APLICAN REESTRUCTURACIONES"
               CLOSE REESTRUCTURACIONES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    LA HISTORIA DE CUADROS SE ACUMULA DE UNA EJECUCION A OTRA
           OPEN EXTEND HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "CUADRO_HISTORIA.DAT" WS-HISTORIA-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE REESTRUCTURACIONES-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    LOS APUNTES SE ANADEN A LOS DE LA FACTURACION DEL DIA
           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_ASIENTOS.DAT" WS-PASIENTOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE REESTRUCTURACIONES-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               CLOSE HISTORIA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REESTRUCTURA-REPORT
           CALL "RPTHDR" USING "REESTRUCTURACION"
               "INFORME_REESTRUCTURACION.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-REESTRUCTURACION
           PERFORM UNTIL FIN-REESTRUCTURACIONES
               ADD 1 TO WS-CONT-LEIDAS
               PERFORM APLICA-REESTRUCTURACION THRU
                   APLICA-REESTRUCTURACION-FIN
               PERFORM LEE-REESTRUCTURACION
           END-PERFORM

           MOVE WS-TOT-REFUNDIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-TOT-CAPITAL-NUEVO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT2
           MOVE SPACES TO INFORME-RECORD
           STRING "REESTRUCTURACIONES=" WS-CONT-LEIDAS
               " APLICADAS=" WS-CONT-APLICADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "REFUNDIDO EN CAPITAL=" WS-IMPORTE-FMT
               " CAPITAL REESTRUCTURADO=" WS-IMPORTE-FMT2
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE REESTRUCTURACIONES-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE HISTORIA-FILE
           CLOSE PASIENTOS-FILE
           CLOSE REESTRUCTURA-REPORT

           MOVE SPACES TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REESTRUCTURACIONES=" WS-CONT-LEIDAS
               " APLICADAS=" WS-CONT-APLICADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "REESTRUCTURACION COMPLETA: APLICADAS="
               WS-CONT-APLICADAS " RECHAZADAS=" WS-CONT-RECHAZADAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-REESTRUCTURACION.
           READ REESTRUCTURACIONES-FILE
               AT END
                   SET FIN-REESTRUCTURACIONES TO TRUE
           END-READ.

       APLICA-REESTRUCTURACION.
           MOVE RES-REFERENCIA TO PRE-REFERENCIA
           MOVE RES-REFERENCIA TO WS-AUDIT-CLAVE
           READ PRESTAMOS-FILE
               INVALID KEY
                   MOVE "PRESTAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-REESTRUCTURACION
                   GO TO APLICA-REESTRUCTURACION-FIN
           END-READ

           IF NOT PRE-ACTIVO
               MOVE "PRESTAMO NO ACTIVO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-REESTRUCTURACION
               GO TO APLICA-REESTRUCTURACION-FIN
           END-IF
           IF RES-PLAZO NOT NUMERIC OR RES-PLAZO = ZERO
               MOVE "PLAZO NUEVO NO VALIDO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-REESTRUCTURACION
               GO TO APLICA-REESTRUCTURACION-FIN
           END-IF
           IF RES-CARENCIA NOT NUMERIC OR RES-CARENCIA >= RES-PLAZO
               MOVE "CARENCIA NO MENOR QUE EL PLAZO"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-REESTRUCTURACION
               GO TO APLICA-REESTRUCTURACION-FIN
           END-IF
           COMPUTE WS-PRIMER-PERIODO = PRE-PERIODOS-FACTURADOS + 1
           COMPUTE WS-ULTIMO-PERIODO =
               PRE-PERIODOS-FACTURADOS + RES-PLAZO
           IF WS-ULTIMO-PERIODO > 9999
               MOVE "EL PLAZO SUPERA 9999 PERIODOS"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-REESTRUCTURACION
               GO TO APLICA-REESTRUCTURACION-FIN
           END-IF

           MOVE PRE-SALDO TO WS-SALDO-ANTERIOR
           MOVE PRE-CUOTA TO WS-CUOTA-ANTERIOR
           MOVE PRE-PERIODOS TO WS-PERIODOS-ANTERIOR

      *    EL CUADRO VIGENTE SE GUARDA ENTERO ANTES DE TOCARLO
           MOVE ZERO TO WS-FILAS-HISTORIA
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               MOVE WS-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   NOT INVALID KEY
                       MOVE RES-FECHA TO HCU-FECHA
                       IF RES-FECHA NOT NUMERIC OR RES-FECHA = ZERO
                           MOVE WS-FECHA-PROCESO TO HCU-FECHA
                       END-IF
                       MOVE CUOTA-REGISTRO TO HCU-CUOTA
                       WRITE HISTORIA-RECORD
                       ADD 1 TO WS-FILAS-HISTORIA
               END-READ
           END-PERFORM

      *    LO FACTURADO SIN COBRAR SE REFUNDE: SU CAPITAL SALE DEL
      *    SALDO Y ENTRA LO QUE EL CLIENTE DEBE DE ESAS CUOTAS
           MOVE ZERO TO WS-VENCIDO
           MOVE ZERO TO WS-CAPITAL-VENCIDO
           MOVE ZERO TO WS-CUOTAS-REFUNDIDAS
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM REFUNDE-CUOTA THRU REFUNDE-CUOTA-FIN
           END-PERFORM
           COMPUTE WS-REFUNDIDO = WS-VENCIDO + PRE-MORA-PENDIENTE
           IF WS-CAPITAL-VENCIDO > PRE-SALDO
               MOVE PRE-SALDO TO WS-CAPITAL-VENCIDO
           END-IF
           COMPUTE WS-CAPITAL-NUEVO =
               PRE-SALDO - WS-CAPITAL-VENCIDO + WS-REFUNDIDO

           PERFORM CALCULA-CUOTA-NUEVA
           PERFORM GENERA-CUADRO

      *    LAS FILAS DEL PLAN ANTERIOR QUE QUEDAN MAS ALLA DEL NUEVO
      *    PLAZO SOBRAN
           PERFORM VARYING WS-PERIODO FROM WS-PRIMER-PERIODO BY 1
                   UNTIL WS-PERIODO > WS-PERIODOS-ANTERIOR
               IF WS-PERIODO > WS-ULTIMO-PERIODO
                   MOVE PRE-REFERENCIA TO CUO-REFERENCIA
                   MOVE WS-PERIODO TO CUO-PERIODO
                   DELETE CUADRO-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM

           MOVE WS-CAPITAL-NUEVO TO PRE-SALDO
           MOVE WS-CUOTA-NUEVA TO PRE-CUOTA
           MOVE WS-ULTIMO-PERIODO TO PRE-PERIODOS
           MOVE ZERO TO PRE-MORA-PENDIENTE
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-MORA
           MOVE "S" TO PRE-REESTRUCTURADO
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-REESTRUCTURA
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL PRESTAMO "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE

           IF WS-REFUNDIDO > ZERO
               MOVE WS-REFUNDIDO TO WS-APU-PENDIENTE
               MOVE "CAP-PRESTA" TO WS-APU-CUENTA
               MOVE "D" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
               MOVE WS-REFUNDIDO TO WS-APU-PENDIENTE
               MOVE "PRE-COBRAR" TO WS-APU-CUENTA
               MOVE "H" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
           END-IF

           ADD 1 TO WS-CONT-APLICADAS
           ADD WS-REFUNDIDO TO WS-TOT-REFUNDIDO
           ADD WS-CAPITAL-NUEVO TO WS-TOT-CAPITAL-NUEVO

           MOVE WS-REFUNDIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-CAPITAL-NUEVO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT2
           MOVE SPACES TO INFORME-RECORD
           STRING "REESTRUCTURADO REF=" PRE-REFERENCIA
               " SUC " PRE-SUCURSAL
               " CUOTAS REFUNDIDAS=" WS-CUOTAS-REFUNDIDAS
               " REFUNDIDO=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "    CAPITAL NUEVO=" WS-IMPORTE-FMT2
               " PLAZO=" RES-PLAZO
               " CARENCIA=" RES-CARENCIA
               " CUOTA=" PRE-CUOTA
               " FILAS A HISTORIA=" WS-FILAS-HISTORIA
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REESTRUCTURA REF=" PRE-REFERENCIA
               " REFUNDIDO=" WS-REFUNDIDO
               " CAPITAL=" WS-CAPITAL-NUEVO
               " PLAZO=" RES-PLAZO
               " CARENCIA=" RES-CARENCIA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       APLICA-REESTRUCTURACION-FIN.
           EXIT.

       REFUNDE-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO REFUNDE-CUOTA-FIN
           END-READ
           IF NOT CUO-FACTURADA
               GO TO REFUNDE-CUOTA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = CUO-CUOTA - CUO-IMPORTE-PAGADO
           IF WS-PENDIENTE <= ZERO
               GO TO REFUNDE-CUOTA-FIN
           END-IF
      *    LA FILA SE CONSERVA PARA QUE EL COBRO DE CUOTAS SIGA
      *    ENCONTRANDO TODOS LOS PERIODOS FACTURADOS
           ADD WS-PENDIENTE TO WS-VENCIDO
           ADD CUO-CAPITAL TO WS-CAPITAL-VENCIDO
           ADD 1 TO WS-CUOTAS-REFUNDIDAS
           MOVE "R" TO CUO-ESTADO
           REWRITE CUOTA-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MARCAR LA CUOTA "
                       CUO-REFERENCIA " " CUO-PERIODO
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.

       REFUNDE-CUOTA-FIN.
           EXIT.

       CALCULA-CUOTA-NUEVA.
      *    LA CARENCIA NO AMORTIZA: LA CUOTA FRANCESA SE CALCULA
      *    SOBRE LOS PERIODOS QUE QUEDAN DESPUES DE ELLA
           COMPUTE WS-AMORTIZABLES = RES-PLAZO - RES-CARENCIA
           COMPUTE WS-FIN-CARENCIA =
               PRE-PERIODOS-FACTURADOS + RES-CARENCIA
           IF PRE-TASA = ZERO
               COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-CAPITAL-NUEVO / WS-AMORTIZABLES
           ELSE
               MOVE 1 TO WS-FACTOR
               COMPUTE WS-UNO-MAS-I = 1 + PRE-TASA
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > WS-AMORTIZABLES
                   COMPUTE WS-FACTOR ROUNDED =
                       WS-FACTOR * WS-UNO-MAS-I
               END-PERFORM
               COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-CAPITAL-NUEVO * PRE-TASA * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF.

       GENERA-CUADRO.
           MOVE WS-CAPITAL-NUEVO TO WS-SALDO
           MOVE WS-FECHA-PROCESO TO WS-VENCIMIENTO
           IF WS-VEN-DIA > 28
               MOVE 28 TO WS-VEN-DIA
           END-IF
           PERFORM VARYING WS-PERIODO FROM WS-PRIMER-PERIODO BY 1
                   UNTIL WS-PERIODO > WS-ULTIMO-PERIODO
               PERFORM AVANZA-MES
               COMPUTE WS-INTERES ROUNDED = WS-SALDO * PRE-TASA
               IF WS-PERIODO <= WS-FIN-CARENCIA
      *            CARENCIA: SOLO INTERESES, EL CAPITAL NO SE MUEVE
                   MOVE ZERO TO WS-CAPITAL
                   MOVE WS-INTERES TO WS-CUOTA
               ELSE
                   IF WS-PERIODO = WS-ULTIMO-PERIODO
      *                ULTIMA CUOTA: EL CAPITAL AGOTA EL SALDO Y LA
      *                CUOTA ABSORBE EL RESIDUO DE REDONDEO
                       MOVE WS-SALDO TO WS-CAPITAL
                       COMPUTE WS-CUOTA = WS-CAPITAL + WS-INTERES
                   ELSE
                       COMPUTE WS-CAPITAL =
                           WS-CUOTA-NUEVA - WS-INTERES
                       MOVE WS-CUOTA-NUEVA TO WS-CUOTA
                   END-IF
               END-IF
               SUBTRACT WS-CAPITAL FROM WS-SALDO
               MOVE SPACES TO CUOTA-REGISTRO
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               MOVE WS-PERIODO TO CUO-PERIODO
               MOVE WS-VENCIMIENTO TO CUO-FECHA-VENCIMIENTO
               MOVE WS-CUOTA TO CUO-CUOTA
               MOVE WS-INTERES TO CUO-INTERES
               MOVE WS-CAPITAL TO CUO-CAPITAL
               MOVE WS-SALDO TO CUO-SALDO-FINAL
               MOVE "P" TO CUO-ESTADO
               MOVE ZERO TO CUO-IMPORTE-PAGADO
               MOVE ZERO TO CUO-FECHA-FACTURA
               WRITE CUOTA-REGISTRO
                   INVALID KEY
                       REWRITE CUOTA-REGISTRO
               END-WRITE
           END-PERFORM.

       AVANZA-MES.
           IF WS-VEN-MES = 12
               ADD 1 TO WS-VEN-ANO
               MOVE 1 TO WS-VEN-MES
           ELSE
               ADD 1 TO WS-VEN-MES
           END-IF.

       RECHAZA-REESTRUCTURACION.
           ADD 1 TO WS-CONT-RECHAZADAS
           MOVE SPACES TO INFORME-RECORD
           STRING "RECHAZADA REF=" RES-REFERENCIA
               " PLAZO=" RES-PLAZO
               " CARENCIA=" RES-CARENCIA
               " MOTIVO: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

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
           END-PERFORM.

       END PROGRAM REESTRUCTURACION.
