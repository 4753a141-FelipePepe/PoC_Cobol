      ******************************************************************
      * Author:
      * Date:
      * Purpose: Amortizacion parcial anticipada de prestamos. Hasta
      *          ahora LIQUIDA-PRESTAMO solo cotizaba la cancelacion
      *          total y el cliente que adelantaba parte del capital
      *          pagaba por PAGOS-PRESTAMOS, que aparcaba el exceso en
      *          el suspenso de pagos con motivo EX. Las sucursales
      *          mandan ahora esas entregas en
      *          AMORTIZACIONES_PARCIALES.DAT (referencia, fecha,
      *          importe y opcion del cliente):
      *              P = mantener la cuota y acortar el plazo
      *              C = mantener el plazo y bajar la cuota
      *          El importe rebaja directamente PRE-SALDO y se
      *          recalcula el tramo no facturado de
      *          PRESTAMOS_CUADRO.DAT a la tasa del prestamo: con P
      *          se regraban las filas que hagan falta con la misma
      *          cuota y se borran las sobrantes; con C se regraban
      *          todas con la cuota francesa nueva, como en el
      *          reprecio. Solo se admite sobre prestamos activos al
      *          corriente (sin cuotas facturadas sin cobrar ni
      *          demora pendiente) y por menos del capital vivo; lo
      *          demas va al suspenso de pagos con motivo AP (SP si
      *          el prestamo no existe). La entrega se asienta en
      *          PRESTAMOS_ASIENTOS.DAT (CAJA-PREST al debe contra
      *          CAP-PRESTA al haber) y cada prestamo recibe su carta
      *          de confirmacion con el cuadro nuevo en
      *          CARTAS_AMORTIZACION.TXT. Corre despues de
      *          FACTURA-PRESTAMOS, que regraba el fichero de
      *          asientos cada dia. El resumen queda en
      *          INFORME_AMORTIZACION_PARCIAL.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIZACION-PARCIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORTIZACIONES-FILE
               ASSIGN TO "AMORTIZACIONES_PARCIALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMORTIZACIONES-STATUS.

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

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PAGOS-SUSPENSO-FILE
               ASSIGN TO "PAGOS_SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS_AMORTIZACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           SELECT AMORTIZACION-REPORT
               ASSIGN TO "INFORME_AMORTIZACION_PARCIAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORTIZACIONES-FILE.
       01  AMORTIZACION-RECORD.
           05  APA-REFERENCIA PIC X(8).
           05  APA-FECHA PIC 9(8).
           05  APA-IMPORTE PIC 9(9)V99.
           05  APA-OPCION PIC X.
               88  APA-REDUCE-PLAZO VALUE "P".
               88  APA-REDUCE-CUOTA VALUE "C".

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PAGOS-SUSPENSO-FILE.
       01  PAGO-SUSPENSO-RECORD.
           05  PSU-REFERENCIA PIC X(8).
           05  PSU-FECHA PIC 9(8).
           05  PSU-IMPORTE PIC 9(9)V99.
           05  PSU-MOTIVO PIC XX.
               88  PSU-SIN-PRESTAMO VALUE "SP".
               88  PSU-EXCESO VALUE "EX".
               88  PSU-AMORTIZACION-RECHAZADA VALUE "AP".

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  CARTAS-FILE.
       01  CARTA-RECORD PIC X(80).

       FD  AMORTIZACION-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMORTIZACIONES-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-SUSPENSO-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-CARTAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-AMORTIZACIONES PIC X VALUE "N".
           88  FIN-AMORTIZACIONES VALUE "Y".
       01  WS-VALIDAR-CLIENTES PIC X VALUE "N".
           88  VALIDAR-CLIENTES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-MOTIVO-RECHAZO PIC X(40).
       01  WS-NOMBRE-CLIENTE PIC X(30).

       01  WS-PERIODO PIC 9(4).
       01  WS-PRIMER-PENDIENTE PIC 9(4).
       01  WS-RESTANTES PIC 9(4).
       01  WS-ULTIMO-PERIODO PIC 9(4).
       01  WS-CUOTAS-ATRASADAS PIC 9(4).
       01  WS-PENDIENTE PIC 9(9)V99.

      *    SITUACION ANTES Y DESPUES DE LA ENTREGA
       01  WS-SALDO-ANTERIOR PIC 9(9)V99.
       01  WS-CUOTA-ANTERIOR PIC 9(9)V99.
       01  WS-PERIODOS-ANTERIOR PIC 9(4).
       01  WS-CAPITAL-VIVO PIC 9(9)V99.
       01  WS-CUOTA-NUEVA PIC 9(9)V99.

      *    CALCULO DEL CUADRO, MISMA CUOTA FRANCESA QUE EL REPRECIO
       01  WS-SALDO PIC S9(9)V99.
       01  WS-INTERES PIC 9(9)V99.
       01  WS-CAPITAL PIC 9(9)V99.
       01  WS-CUOTA PIC 9(9)V99.
       01  WS-FACTOR PIC 9(9)V9(9).
       01  WS-UNO-MAS-I PIC 9(2)V9(9).

      *    APUNTE EN CURSO: EL IMPORTE NO ADMITE MAS DE 7 ENTEROS Y
      *    UNO MAYOR SE PARTE EN VARIOS APUNTES
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APLICADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CARTAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-AMORTIZADO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-RECHAZADO PIC 9(11)V99 VALUE ZERO.

      *    CAMPOS EDITADOS PARA LA CARTA
       01  WS-IMPORTE-CARTA PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IMPORTE-CARTA2 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PERIODOS-CARTA PIC ZZZ9.
       01  WS-PERIODOS-CARTA2 PIC ZZZ9.
       01  WS-CUO-CUOTA-ED PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUO-INTERES-ED PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUO-CAPITAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUO-SALDO-ED PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "AMORTIZACION-PARCIAL".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "AMORTIZA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "AMORTIZACION-PARCIAL".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT AMORTIZACIONES-FILE
           IF WS-AMORTIZACIONES-STATUS NOT = "00"
               DISPLAY "AMORTIZACIONES_PARCIALES.DAT NO DISPONIBLE, "
                   "NADA QUE APLICAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PRESTAMOS-FILE
           OPEN I-O CUADRO-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
                   OR WS-CUADRO-STATUS NOT = "00"
               DISPLAY "MAESTRO O CUADRO DE PRESTAMOS NO "
                   "DISPONIBLE, NO SE APLICAN AMORTIZACIONES"
               CLOSE AMORTIZACIONES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET VALIDAR-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, LAS "
                   "CARTAS SALEN SIN NOMBRE"
           END-IF

           OPEN EXTEND PAGOS-SUSPENSO-FILE
           IF WS-SUSPENSO-STATUS NOT = "00"
               OPEN OUTPUT PAGOS-SUSPENSO-FILE
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
               CLOSE AMORTIZACIONES-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               CLOSE PAGOS-SUSPENSO-FILE
               IF VALIDAR-CLIENTES
                   CLOSE CLIENTES-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CARTAS-FILE
           OPEN OUTPUT AMORTIZACION-REPORT
           CALL "RPTHDR" USING "AMORTIZACION-PARCIAL"
               "INFORME_AMORTIZACION_PARCIAL.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-AMORTIZACION
           PERFORM UNTIL FIN-AMORTIZACIONES
               IF APA-IMPORTE NUMERIC AND APA-IMPORTE > ZERO
                   ADD 1 TO WS-CONT-LEIDAS
                   PERFORM APLICA-AMORTIZACION THRU
                       APLICA-AMORTIZACION-FIN
               END-IF
               PERFORM LEE-AMORTIZACION
           END-PERFORM

           MOVE WS-TOT-AMORTIZADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "AMORTIZACIONES=" WS-CONT-LEIDAS
               " APLICADAS=" WS-CONT-APLICADAS
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-RECHAZADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "RECHAZADAS A SUSPENSO=" WS-CONT-RECHAZADAS
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE AMORTIZACIONES-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           IF VALIDAR-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE PAGOS-SUSPENSO-FILE
           CLOSE PASIENTOS-FILE
           CLOSE CARTAS-FILE
           CLOSE AMORTIZACION-REPORT

           MOVE SPACES TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "AMORTIZACIONES=" WS-CONT-LEIDAS
               " APLICADAS=" WS-CONT-APLICADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "AMORTIZACION PARCIAL COMPLETA: APLICADAS="
               WS-CONT-APLICADAS " RECHAZADAS=" WS-CONT-RECHAZADAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-AMORTIZACION.
           READ AMORTIZACIONES-FILE
               AT END
                   SET FIN-AMORTIZACIONES TO TRUE
           END-READ.

       APLICA-AMORTIZACION.
           MOVE APA-REFERENCIA TO PRE-REFERENCIA
           MOVE APA-REFERENCIA TO WS-AUDIT-CLAVE
           READ PRESTAMOS-FILE
               INVALID KEY
                   MOVE "SP" TO PSU-MOTIVO
                   MOVE "PRESTAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZA-AMORTIZACION
                   GO TO APLICA-AMORTIZACION-FIN
           END-READ

           MOVE "AP" TO PSU-MOTIVO
           IF NOT PRE-ACTIVO
               MOVE "PRESTAMO NO ACTIVO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF
           IF NOT APA-REDUCE-PLAZO AND NOT APA-REDUCE-CUOTA
               MOVE "OPCION DISTINTA DE P O C" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF

      *    SOLO SOBRE PRESTAMOS AL CORRIENTE: LO VENCIDO SE COBRA
      *    POR PAGOS-PRESTAMOS, NO SE SALTA CON UNA ENTREGA
           IF PRE-MORA-PENDIENTE > ZERO
               MOVE "DEMORA PENDIENTE DE COBRO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF
           MOVE ZERO TO WS-CUOTAS-ATRASADAS
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM CUENTA-ATRASADA THRU CUENTA-ATRASADA-FIN
           END-PERFORM
           IF WS-CUOTAS-ATRASADAS > ZERO
               MOVE "CUOTAS FACTURADAS SIN COBRAR"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF

           COMPUTE WS-PRIMER-PENDIENTE = PRE-PERIODOS-FACTURADOS + 1
           IF WS-PRIMER-PENDIENTE > PRE-PERIODOS
               MOVE "NO QUEDAN CUOTAS POR FACTURAR"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF
           IF APA-IMPORTE >= PRE-SALDO
               MOVE "CUBRE EL SALDO: PEDIR LIQUIDACION"
                   TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZA-AMORTIZACION
               GO TO APLICA-AMORTIZACION-FIN
           END-IF

           MOVE PRE-SALDO TO WS-SALDO-ANTERIOR
           MOVE PRE-CUOTA TO WS-CUOTA-ANTERIOR
           MOVE PRE-PERIODOS TO WS-PERIODOS-ANTERIOR
           COMPUTE WS-CAPITAL-VIVO = PRE-SALDO - APA-IMPORTE

           IF APA-REDUCE-CUOTA
               PERFORM REDUCE-CUOTA
           ELSE
               PERFORM REDUCE-PLAZO
           END-IF

           MOVE WS-CAPITAL-VIVO TO PRE-SALDO
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL PRESTAMO "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE

           MOVE APA-IMPORTE TO WS-APU-PENDIENTE
           MOVE "CAJA-PREST" TO WS-APU-CUENTA
           MOVE "D" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE APA-IMPORTE TO WS-APU-PENDIENTE
           MOVE "CAP-PRESTA" TO WS-APU-CUENTA
           MOVE "H" TO WS-APU-LADO
           PERFORM GRABA-APUNTE

           ADD 1 TO WS-CONT-APLICADAS
           ADD APA-IMPORTE TO WS-TOT-AMORTIZADO

           MOVE APA-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "AMORTIZADO REF=" PRE-REFERENCIA
               " SUC " PRE-SUCURSAL
               " OPCION " APA-OPCION
               " IMPORTE=" WS-IMPORTE-FMT
               " CUOTA=" PRE-CUOTA
               " PLAZO=" PRE-PERIODOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM ESCRIBE-CARTA

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "AMORTIZACION REF=" PRE-REFERENCIA
               " OPCION=" APA-OPCION
               " IMPORTE=" APA-IMPORTE
               " CUOTA-NUEVA=" PRE-CUOTA
               " PLAZO-NUEVO=" PRE-PERIODOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       APLICA-AMORTIZACION-FIN.
           EXIT.

       CUENTA-ATRASADA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO CUENTA-ATRASADA-FIN
           END-READ
           IF CUO-FACTURADA
               COMPUTE WS-PENDIENTE = CUO-CUOTA - CUO-IMPORTE-PAGADO
               IF WS-PENDIENTE > ZERO
                   ADD 1 TO WS-CUOTAS-ATRASADAS
               END-IF
           END-IF.

       CUENTA-ATRASADA-FIN.
           EXIT.

       REDUCE-CUOTA.
      *    MISMO PLAZO: CUOTA FRANCESA NUEVA SOBRE EL CAPITAL QUE
      *    QUEDA Y LAS CUOTAS QUE FALTAN POR FACTURAR
           COMPUTE WS-RESTANTES =
               PRE-PERIODOS - PRE-PERIODOS-FACTURADOS
           IF PRE-TASA = ZERO
               COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-CAPITAL-VIVO / WS-RESTANTES
           ELSE
               MOVE 1 TO WS-FACTOR
               COMPUTE WS-UNO-MAS-I = 1 + PRE-TASA
               PERFORM VARYING WS-PERIODO FROM 1 BY 1
                       UNTIL WS-PERIODO > WS-RESTANTES
                   COMPUTE WS-FACTOR ROUNDED =
                       WS-FACTOR * WS-UNO-MAS-I
               END-PERFORM
               COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-CAPITAL-VIVO * PRE-TASA * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF

           MOVE WS-CAPITAL-VIVO TO WS-SALDO
           PERFORM VARYING WS-PERIODO FROM WS-PRIMER-PENDIENTE
                   BY 1 UNTIL WS-PERIODO > PRE-PERIODOS
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               MOVE WS-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-INTERES ROUNDED =
                           WS-SALDO * PRE-TASA
                       IF WS-PERIODO = PRE-PERIODOS
                           MOVE WS-SALDO TO WS-CAPITAL
                           COMPUTE WS-CUOTA =
                               WS-CAPITAL + WS-INTERES
                       ELSE
                           COMPUTE WS-CAPITAL =
                               WS-CUOTA-NUEVA - WS-INTERES
                           MOVE WS-CUOTA-NUEVA TO WS-CUOTA
                       END-IF
                       SUBTRACT WS-CAPITAL FROM WS-SALDO
                       MOVE WS-CUOTA TO CUO-CUOTA
                       MOVE WS-INTERES TO CUO-INTERES
                       MOVE WS-CAPITAL TO CUO-CAPITAL
                       MOVE WS-SALDO TO CUO-SALDO-FINAL
                       REWRITE CUOTA-REGISTRO
               END-READ
           END-PERFORM
           MOVE WS-CUOTA-NUEVA TO PRE-CUOTA.

       REDUCE-PLAZO.
      *    MISMA CUOTA: SE REGRABAN LAS FILAS NECESARIAS HASTA AGOTAR
      *    EL CAPITAL, LA ULTIMA POR EL RESTO, Y SE BORRAN LAS DEMAS
           MOVE WS-CAPITAL-VIVO TO WS-SALDO
           MOVE PRE-PERIODOS-FACTURADOS TO WS-ULTIMO-PERIODO
           PERFORM VARYING WS-PERIODO FROM WS-PRIMER-PENDIENTE
                   BY 1 UNTIL WS-PERIODO > PRE-PERIODOS
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               MOVE WS-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SALDO > ZERO
                           PERFORM REGRABA-FILA-PLAZO
                       ELSE
                           DELETE CUADRO-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ULTIMO-PERIODO TO PRE-PERIODOS.

       REGRABA-FILA-PLAZO.
           COMPUTE WS-INTERES ROUNDED = WS-SALDO * PRE-TASA
           IF WS-SALDO + WS-INTERES <= PRE-CUOTA
                   OR WS-PERIODO = PRE-PERIODOS
               MOVE WS-SALDO TO WS-CAPITAL
               COMPUTE WS-CUOTA = WS-CAPITAL + WS-INTERES
           ELSE
               COMPUTE WS-CAPITAL = PRE-CUOTA - WS-INTERES
               MOVE PRE-CUOTA TO WS-CUOTA
           END-IF
           SUBTRACT WS-CAPITAL FROM WS-SALDO
           MOVE WS-CUOTA TO CUO-CUOTA
           MOVE WS-INTERES TO CUO-INTERES
           MOVE WS-CAPITAL TO CUO-CAPITAL
           MOVE WS-SALDO TO CUO-SALDO-FINAL
           REWRITE CUOTA-REGISTRO
           MOVE WS-PERIODO TO WS-ULTIMO-PERIODO.

       RECHAZA-AMORTIZACION.
           ADD 1 TO WS-CONT-RECHAZADAS
           ADD APA-IMPORTE TO WS-TOT-RECHAZADO
           MOVE APA-REFERENCIA TO PSU-REFERENCIA
           MOVE APA-FECHA TO PSU-FECHA
           MOVE APA-IMPORTE TO PSU-IMPORTE
           WRITE PAGO-SUSPENSO-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "RECHAZADA REF=" APA-REFERENCIA
               " IMPORTE=" APA-IMPORTE
               " MOTIVO: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       ESCRIBE-CARTA.
      *    UNA PAGINA POR PRESTAMO CON LA ENTREGA, LAS CONDICIONES
      *    ANTERIORES Y NUEVAS Y EL CUADRO PENDIENTE RECALCULADO
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           IF VALIDAR-CLIENTES
               MOVE PRE-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
               END-READ
           END-IF

           ADD 1 TO WS-CONT-CARTAS
           MOVE "CONFIRMACION DE AMORTIZACION PARCIAL ANTICIPADA"
               TO CARTA-RECORD
           IF WS-CONT-CARTAS = 1
               WRITE CARTA-RECORD
           ELSE
               WRITE CARTA-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO CARTA-RECORD
           IF WS-NOMBRE-CLIENTE NOT = SPACES
               STRING "ESTIMADO/A " WS-NOMBRE-CLIENTE
                   DELIMITED BY SIZE INTO CARTA-RECORD
           ELSE
               STRING "ESTIMADO/A CLIENTE " PRE-CLIENTE
                   DELIMITED BY SIZE INTO CARTA-RECORD
           END-IF
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           STRING "SUCURSAL DE ATENCION: " PRE-SUCURSAL
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           MOVE APA-IMPORTE TO WS-IMPORTE-CARTA
           STRING "HEMOS APLICADO A SU PRESTAMO " PRE-REFERENCIA
               " UNA ENTREGA DE " WS-IMPORTE-CARTA
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           IF APA-REDUCE-CUOTA
               MOVE "CONSERVANDO EL PLAZO Y REDUCIENDO LA CUOTA."
                   TO CARTA-RECORD
           ELSE
               MOVE "CONSERVANDO LA CUOTA Y REDUCIENDO EL PLAZO."
                   TO CARTA-RECORD
           END-IF
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE "                             ANTERIOR         NUEVO"
               TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE WS-SALDO-ANTERIOR TO WS-IMPORTE-CARTA
           MOVE PRE-SALDO TO WS-IMPORTE-CARTA2
           MOVE SPACES TO CARTA-RECORD
           STRING "  CAPITAL PENDIENTE:   " WS-IMPORTE-CARTA
               WS-IMPORTE-CARTA2
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE WS-CUOTA-ANTERIOR TO WS-IMPORTE-CARTA
           MOVE PRE-CUOTA TO WS-IMPORTE-CARTA2
           MOVE SPACES TO CARTA-RECORD
           STRING "  CUOTA POR PERIODO:   " WS-IMPORTE-CARTA
               WS-IMPORTE-CARTA2
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE WS-PERIODOS-ANTERIOR TO WS-PERIODOS-CARTA
           MOVE PRE-PERIODOS TO WS-PERIODOS-CARTA2
           MOVE SPACES TO CARTA-RECORD
           STRING "  PLAZO (PERIODOS):              "
               WS-PERIODOS-CARTA "          " WS-PERIODOS-CARTA2
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE "NUEVO CUADRO DE LAS CUOTAS PENDIENTES:"
               TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           STRING "PER. VENCIMIENTO         CUOTA        INTERES"
               "        CAPITAL          SALDO"
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           PERFORM VARYING WS-PERIODO FROM WS-PRIMER-PENDIENTE
                   BY 1 UNTIL WS-PERIODO > PRE-PERIODOS
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               MOVE WS-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   NOT INVALID KEY
                       PERFORM ESCRIBE-FILA-CARTA
               END-READ
           END-PERFORM
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           STRING "OPERACION REALIZADA CON FECHA " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD.

       ESCRIBE-FILA-CARTA.
           MOVE CUO-CUOTA TO WS-CUO-CUOTA-ED
           MOVE CUO-INTERES TO WS-CUO-INTERES-ED
           MOVE CUO-CAPITAL TO WS-CUO-CAPITAL-ED
           MOVE CUO-SALDO-FINAL TO WS-CUO-SALDO-ED
           MOVE SPACES TO CARTA-RECORD
           STRING CUO-PERIODO " " CUO-FECHA-VENCIMIENTO "   "
               WS-CUO-CUOTA-ED " " WS-CUO-INTERES-ED " "
               WS-CUO-CAPITAL-ED " " WS-CUO-SALDO-ED
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD.

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

       END PROGRAM AMORTIZACION-PARCIAL.
