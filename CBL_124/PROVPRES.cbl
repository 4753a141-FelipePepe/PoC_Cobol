      ******************************************************************
      * Author:
      * Date:
      * Purpose: Provision por insolvencias de la cartera de prestamos
      *          al cierre de mes. MOROSIDAD-PRESTAMOS dice cuanto hay
      *          vencido en cada tramo de atraso, pero la provision la
      *          calculaba Finanzas a mano. Este paso recorre el
      *          maestro y el cuadro almacenado, situa cada prestamo
      *          en el tramo de su cuota impagada mas antigua (los
      *          mismos tramos de MOROSIDAD-PRESTAMOS: al corriente,
      *          1-30, 31-60, 61-90 y mas de 90 dias) y aplica al
      *          saldo vivo el porcentaje del tramo. La provision de
      *          cada prestamo queda en PROVISION_PRESTAMOS.DAT (COPY
      *          PROVIREC) junto con la del mes anterior, y a
      *          PRESTAMOS_ASIENTOS.DAT solo va la variacion contra lo
      *          ultimo asentado: dotacion (DOT-INSOLV al debe contra
      *          PROV-INSOL al haber) o liberacion (a la inversa). Un
      *          prestamo liquidado libera lo que tuviera. Como se
      *          compara con lo ya asentado, relanzarlo en el mismo
      *          mes solo asienta lo que haya cambiado. La tarjeta
      *          opcional PROVISION_CONTROL.DAT fija el porcentaje de
      *          cada tramo, una linea por tramo:
      *              CORRIENTE=nnn.nn   al corriente         (1,00)
      *              TRAMO-30=nnn.nn    1 a 30 dias          (5,00)
      *              TRAMO-60=nnn.nn    31 a 60 dias        (20,00)
      *              TRAMO-90=nnn.nn    61 a 90 dias        (50,00)
      *              TRAMO-MAS=nnn.nn   mas de 90 dias     (100,00)
      *          El informe INFORME_PROVISION.TXT respalda el asiento
      *          por sucursal y producto, con el resumen por tramo;
      *          bajo el total de cartera va una linea aparte con los
      *          prestamos marcados como reestructurados.
      *          Los apuntes se anaden a PRESTAMOS_ASIENTOS.DAT con
      *          la fecha de proceso y INTERFAZ-CONTABLE solo toma los
      *          del dia, asi que este paso corre antes que ella; las
      *          cuentas DOT-INSOLV y PROV-INSOL deben existir en el
      *          plan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-PRESTAMOS.

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

      *    TARJETA DE CONTROL OPCIONAL CON EL PORCENTAJE DE CADA TRAMO
           SELECT PROVISION-CONTROL-FILE
               ASSIGN TO "PROVISION_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT PROVISION-REPORT
               ASSIGN TO "INFORME_PROVISION.TXT"
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

       FD  PROVISION-CONTROL-FILE.
       01  PROVISION-CONTROL-RECORD PIC X(80).

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  PROVISION-REPORT.
       01  PROVISION-RECORD PIC X(120).

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
       01  WS-PROVISION-EXISTE PIC X.
           88  PROVISION-EXISTE VALUE "Y".
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-MES-PROCESO PIC 9(6).
           05  FILLER PIC 9(2).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-DIAS-VENC PIC 9(8).
       01  WS-DIAS-ATRASO PIC S9(5).
       01  WS-MAX-ATRASO PIC S9(5).
       01  WS-PENDIENTE PIC 9(9)V99.
       01  WS-PERIODO PIC 9(4).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-CHECK PIC 9(8).

       01  WS-CTL-CLAVE PIC X(20).
       01  WS-CTL-VALOR PIC X(20).

      *    TRAMOS DE ATRASO Y SU PORCENTAJE DE PROVISION
       01  WS-TRAMOS-TABLA.
           05  WS-TRAMO-ENT OCCURS 5 TIMES.
               10  WS-TRAMO-PORCENTAJE PIC 9(3)V99.
               10  WS-TRAMO-CONT PIC 9(6).
               10  WS-TRAMO-SALDO PIC 9(11)V99.
               10  WS-TRAMO-PROVISION PIC 9(11)V99.
       01  WS-NOMBRES-TRAMO.
           05  FILLER PIC X(14) VALUE "AL CORRIENTE".
           05  FILLER PIC X(14) VALUE "1-30 DIAS".
           05  FILLER PIC X(14) VALUE "31-60 DIAS".
           05  FILLER PIC X(14) VALUE "61-90 DIAS".
           05  FILLER PIC X(14) VALUE "MAS DE 90 DIAS".
       01  WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
           05  WS-NOMBRE-TRAMO OCCURS 5 TIMES PIC X(14).
       01  WS-TRAMO PIC 9.
       01  WS-TRAMO-IDX PIC 9.

       01  WS-PROVISION-NUEVA PIC 9(9)V99.
       01  WS-PROVISION-ASENTADA PIC 9(9)V99.
       01  WS-PROVISION-MES-ANT PIC 9(9)V99.
       01  WS-VARIACION PIC S9(9)V99.
       01  WS-PENDIENTE-ASIENTO PIC 9(9)V99.
       01  WS-TRAMO-ASIENTO PIC 9(7)V99.
       01  WS-CUENTA-DEBE PIC X(10).
       01  WS-CUENTA-HABER PIC X(10).

      *    ACUMULADO POR SUCURSAL Y PRODUCTO, ORDENADO POR CLAVE
       01  WS-PRV-TABLA.
           05  WS-PRV-ENT OCCURS 200 TIMES.
               10  WS-PRV-CLAVE.
                   15  WS-PRV-SUCURSAL PIC X(4).
                   15  WS-PRV-PRODUCTO PIC X(4).
               10  WS-PRV-CONT PIC 9(6).
               10  WS-PRV-SALDO PIC 9(11)V99.
               10  WS-PRV-ANTERIOR PIC 9(11)V99.
               10  WS-PRV-ACTUAL PIC 9(11)V99.
       01  WS-PRV-USADAS PIC 9(3) VALUE ZERO.
       01  WS-PRV-IDX PIC 9(3).
       01  WS-PRV-POS PIC 9(3).
       01  WS-PRV-DESPLAZA PIC 9(3).
       01  WS-BUSCA-CLAVE PIC X(8).

       01  WS-SUC-ACTUAL PIC X(4).
       01  WS-SUC-CONT PIC 9(6).
       01  WS-SUC-SALDO PIC 9(11)V99.
       01  WS-SUC-ANTERIOR PIC 9(11)V99.
       01  WS-SUC-ACTUAL-IMP PIC 9(11)V99.
       01  WS-TOT-CONT PIC 9(6) VALUE ZERO.
       01  WS-TOT-SALDO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-ANTERIOR PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-ACTUAL PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DOTACION PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-LIBERACION PIC 9(11)V99 VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-REE-CONT PIC 9(6) VALUE ZERO.
       01  WS-REE-SALDO PIC 9(11)V99 VALUE ZERO.
       01  WS-REE-ANTERIOR PIC 9(11)V99 VALUE ZERO.
       01  WS-REE-ACTUAL PIC 9(11)V99 VALUE ZERO.

       01  WS-LIN-CONT PIC 9(6).
       01  WS-LIN-SALDO PIC S9(11)V99.
       01  WS-LIN-ANTERIOR PIC S9(11)V99.
       01  WS-LIN-ACTUAL PIC S9(11)V99.
       01  WS-LIN-ETIQUETA PIC X(10).
       01  WS-PORCENTAJE-ED PIC ZZ9.99.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-SALDO PIC X(18).
       01  WS-IMPORTE-ANTERIOR PIC X(18).
       01  WS-IMPORTE-ACTUAL PIC X(18).
       01  WS-IMPORTE-VARIACION PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PROVISION-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "PROVISION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PROVISION-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM LEE-CONTROL-PROVISION THRU
               LEE-CONTROL-PROVISION-FIN

           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, SIN "
                   "PROVISION QUE CALCULAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_CUADRO.DAT NO DISPONIBLE"
               CLOSE PRESTAMOS-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PROVISION-FILE
           IF WS-PROVISION-STATUS NOT = "00"
               OPEN OUTPUT PROVISION-FILE
               CLOSE PROVISION-FILE
               OPEN I-O PROVISION-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PROVISION_PRESTAMOS.DAT" WS-PROVISION-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
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
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               CLOSE PROVISION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               PERFORM PROVISIONA-PRESTAMO THRU
                   PROVISIONA-PRESTAMO-FIN
               PERFORM LEE-PRESTAMO
           END-PERFORM

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE PROVISION-FILE
           CLOSE PASIENTOS-FILE

           PERFORM ESCRIBE-INFORME

           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 200 COMBINACIONES SUCURSAL/"
                   "PRODUCTO, EL INFORME SALE INCOMPLETO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE WS-MES-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "PRESTAMOS=" WS-TOT-CONT
               " PROVISION=" WS-TOT-ACTUAL
               " DOTACION=" WS-TOT-DOTACION
               " LIBERACION=" WS-TOT-LIBERACION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "PROVISION: PRESTAMOS=" WS-TOT-CONT
               " APUNTES=" WS-CONT-APUNTES

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-PROVISION.
           MOVE 1.00 TO WS-TRAMO-PORCENTAJE(1)
           MOVE 5.00 TO WS-TRAMO-PORCENTAJE(2)
           MOVE 20.00 TO WS-TRAMO-PORCENTAJE(3)
           MOVE 50.00 TO WS-TRAMO-PORCENTAJE(4)
           MOVE 100.00 TO WS-TRAMO-PORCENTAJE(5)
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 5
               MOVE ZERO TO WS-TRAMO-CONT(WS-TRAMO-IDX)
               MOVE ZERO TO WS-TRAMO-SALDO(WS-TRAMO-IDX)
               MOVE ZERO TO WS-TRAMO-PROVISION(WS-TRAMO-IDX)
           END-PERFORM
           OPEN INPUT PROVISION-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-PROVISION-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               MOVE SPACES TO WS-CTL-CLAVE WS-CTL-VALOR
               UNSTRING PROVISION-CONTROL-RECORD DELIMITED BY "="
                   INTO WS-CTL-CLAVE WS-CTL-VALOR
               END-UNSTRING
               MOVE ZERO TO WS-TRAMO
               EVALUATE WS-CTL-CLAVE
                   WHEN "CORRIENTE"
                       MOVE 1 TO WS-TRAMO
                   WHEN "TRAMO-30"
                       MOVE 2 TO WS-TRAMO
                   WHEN "TRAMO-60"
                       MOVE 3 TO WS-TRAMO
                   WHEN "TRAMO-90"
                       MOVE 4 TO WS-TRAMO
                   WHEN "TRAMO-MAS"
                       MOVE 5 TO WS-TRAMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-TRAMO > ZERO AND WS-CTL-VALOR NOT = SPACES
                   COMPUTE WS-TRAMO-PORCENTAJE(WS-TRAMO) =
                       FUNCTION NUMVAL(WS-CTL-VALOR)
                   IF WS-TRAMO-PORCENTAJE(WS-TRAMO) > 100
                       MOVE 100 TO WS-TRAMO-PORCENTAJE(WS-TRAMO)
                   END-IF
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE PROVISION-CONTROL-FILE.

       LEE-CONTROL-PROVISION-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ PROVISION-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       PROVISIONA-PRESTAMO.
           MOVE PRE-REFERENCIA TO PRV-REFERENCIA
           MOVE "Y" TO WS-PROVISION-EXISTE
           READ PROVISION-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROVISION-EXISTE
           END-READ
      *    UN PRESTAMO LIQUIDADO SIN PROVISION NO TIENE NADA QUE
      *    LIBERAR NI QUE INFORMAR
           IF NOT PRE-ACTIVO AND NOT PROVISION-EXISTE
               GO TO PROVISIONA-PRESTAMO-FIN
           END-IF
           IF NOT PROVISION-EXISTE
               MOVE SPACES TO PROVISION-REGISTRO
               MOVE PRE-REFERENCIA TO PRV-REFERENCIA
               MOVE ZERO TO PRV-TRAMO PRV-SALDO PRV-PORCENTAJE
                   PRV-MES PRV-IMPORTE PRV-MES-ANTERIOR
                   PRV-IMPORTE-ANTERIOR
           END-IF

      *    LO ULTIMO ASENTADO ES LA BASE DEL APUNTE; LA DEL MES
      *    ANTERIOR ES LA QUE SE COMPARA EN EL INFORME (EN UN
      *    RELANZAMIENTO DEL MISMO MES YA ESTA EN LA COLUMNA PREVIA)
           MOVE PRV-IMPORTE TO WS-PROVISION-ASENTADA
           IF PRV-MES = WS-MES-PROCESO
               MOVE PRV-IMPORTE-ANTERIOR TO WS-PROVISION-MES-ANT
           ELSE
               MOVE PRV-IMPORTE TO WS-PROVISION-MES-ANT
               MOVE PRV-MES TO PRV-MES-ANTERIOR
               MOVE PRV-IMPORTE TO PRV-IMPORTE-ANTERIOR
           END-IF

           IF PRE-ACTIVO
               PERFORM CALCULA-TRAMO
               COMPUTE WS-PROVISION-NUEVA ROUNDED =
                   PRE-SALDO * WS-TRAMO-PORCENTAJE(WS-TRAMO) / 100
               ADD 1 TO WS-TRAMO-CONT(WS-TRAMO)
               ADD PRE-SALDO TO WS-TRAMO-SALDO(WS-TRAMO)
               ADD WS-PROVISION-NUEVA TO WS-TRAMO-PROVISION(WS-TRAMO)
               COMPUTE PRV-TRAMO = WS-TRAMO - 1
               MOVE PRE-SALDO TO PRV-SALDO
               MOVE WS-TRAMO-PORCENTAJE(WS-TRAMO) TO PRV-PORCENTAJE
           ELSE
               MOVE ZERO TO WS-PROVISION-NUEVA
               MOVE ZERO TO PRV-TRAMO PRV-SALDO PRV-PORCENTAJE
           END-IF

           COMPUTE WS-VARIACION =
               WS-PROVISION-NUEVA - WS-PROVISION-ASENTADA
           IF WS-VARIACION NOT = ZERO
               PERFORM ASIENTA-VARIACION THRU ASIENTA-VARIACION-FIN
           END-IF

           MOVE PRE-SUCURSAL TO PRV-SUCURSAL
           MOVE PRE-PRODUCTO TO PRV-PRODUCTO
           MOVE WS-MES-PROCESO TO PRV-MES
           MOVE WS-PROVISION-NUEVA TO PRV-IMPORTE
           IF PROVISION-EXISTE
               REWRITE PROVISION-REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO REGRABAR LA "
                           "PROVISION DE " PRE-REFERENCIA
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE PROVISION-REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO GRABAR LA "
                           "PROVISION DE " PRE-REFERENCIA
                       MOVE 8 TO WS-RETURN-CODE
               END-WRITE
           END-IF

           ADD 1 TO WS-TOT-CONT
           IF PRE-ES-REESTRUCTURADO
               ADD 1 TO WS-REE-CONT
               ADD PRV-SALDO TO WS-REE-SALDO
               ADD WS-PROVISION-MES-ANT TO WS-REE-ANTERIOR
               ADD WS-PROVISION-NUEVA TO WS-REE-ACTUAL
           END-IF
           MOVE PRE-SUCURSAL TO WS-BUSCA-CLAVE(1:4)
           MOVE PRE-PRODUCTO TO WS-BUSCA-CLAVE(5:4)
           PERFORM LOCALIZA-FILA THRU LOCALIZA-FILA-FIN
           IF WS-PRV-POS = ZERO OR TABLA-LLENA
               GO TO PROVISIONA-PRESTAMO-FIN
           END-IF
           ADD 1 TO WS-PRV-CONT(WS-PRV-POS)
           ADD PRV-SALDO TO WS-PRV-SALDO(WS-PRV-POS)
           ADD WS-PROVISION-MES-ANT TO WS-PRV-ANTERIOR(WS-PRV-POS)
           ADD WS-PROVISION-NUEVA TO WS-PRV-ACTUAL(WS-PRV-POS).

       PROVISIONA-PRESTAMO-FIN.
           EXIT.

       CALCULA-TRAMO.
      *    EL TRAMO LO MARCA LA CUOTA FACTURADA E IMPAGADA MAS
      *    ANTIGUA, CON LOS MISMOS LIMITES QUE MOROSIDAD-PRESTAMOS
           MOVE ZERO TO WS-MAX-ATRASO
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM EVALUA-CUOTA THRU EVALUA-CUOTA-FIN
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MAX-ATRASO < 1
                   MOVE 1 TO WS-TRAMO
               WHEN WS-MAX-ATRASO <= 30
                   MOVE 2 TO WS-TRAMO
               WHEN WS-MAX-ATRASO <= 60
                   MOVE 3 TO WS-TRAMO
               WHEN WS-MAX-ATRASO <= 90
                   MOVE 4 TO WS-TRAMO
               WHEN OTHER
                   MOVE 5 TO WS-TRAMO
           END-EVALUATE.

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

       ASIENTA-VARIACION.
      *    DOTACION SI LA PROVISION SUBE, LIBERACION SI BAJA; EL
      *    IMPORTE DEL APUNTE NO ADMITE MAS DE 7 ENTEROS, ASI QUE UNA
      *    VARIACION MAYOR SE PARTE EN VARIOS APUNTES
           IF WS-VARIACION > ZERO
               MOVE "DOT-INSOLV" TO WS-CUENTA-DEBE
               MOVE "PROV-INSOL" TO WS-CUENTA-HABER
               MOVE WS-VARIACION TO WS-PENDIENTE-ASIENTO
               ADD WS-VARIACION TO WS-TOT-DOTACION
           ELSE
               MOVE "PROV-INSOL" TO WS-CUENTA-DEBE
               MOVE "DOT-INSOLV" TO WS-CUENTA-HABER
               COMPUTE WS-PENDIENTE-ASIENTO = WS-VARIACION * -1
               ADD WS-PENDIENTE-ASIENTO TO WS-TOT-LIBERACION
           END-IF
           PERFORM UNTIL WS-PENDIENTE-ASIENTO = ZERO
               IF WS-PENDIENTE-ASIENTO > 9999999.99
                   MOVE 9999999.99 TO WS-TRAMO-ASIENTO
               ELSE
                   MOVE WS-PENDIENTE-ASIENTO TO WS-TRAMO-ASIENTO
               END-IF
               SUBTRACT WS-TRAMO-ASIENTO FROM WS-PENDIENTE-ASIENTO
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE WS-CUENTA-DEBE TO PAS-CUENTA
               MOVE "D" TO PAS-LADO
               MOVE WS-TRAMO-ASIENTO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE WS-CUENTA-HABER TO PAS-CUENTA
               MOVE "H" TO PAS-LADO
               MOVE WS-TRAMO-ASIENTO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
               ADD 2 TO WS-CONT-APUNTES
           END-PERFORM.

       ASIENTA-VARIACION-FIN.
           EXIT.

       LOCALIZA-FILA.
      *    BUSCA LA CLAVE SUCURSAL/PRODUCTO; SI NO ESTA, LA INSERTA EN
      *    SU SITIO DESPLAZANDO HACIA ABAJO LAS MAYORES
           MOVE ZERO TO WS-PRV-POS
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-USADAS
                   OR WS-PRV-POS > ZERO
               IF WS-PRV-CLAVE(WS-PRV-IDX) NOT < WS-BUSCA-CLAVE
                   MOVE WS-PRV-IDX TO WS-PRV-POS
               END-IF
           END-PERFORM
           IF WS-PRV-POS > ZERO
               IF WS-PRV-CLAVE(WS-PRV-POS) = WS-BUSCA-CLAVE
                   GO TO LOCALIZA-FILA-FIN
               END-IF
           END-IF
           IF WS-PRV-USADAS NOT < 200
               SET TABLA-LLENA TO TRUE
               GO TO LOCALIZA-FILA-FIN
           END-IF
           IF WS-PRV-POS = ZERO
               ADD 1 TO WS-PRV-USADAS
               MOVE WS-PRV-USADAS TO WS-PRV-POS
           ELSE
               PERFORM VARYING WS-PRV-DESPLAZA FROM WS-PRV-USADAS
                       BY -1 UNTIL WS-PRV-DESPLAZA < WS-PRV-POS
                   MOVE WS-PRV-ENT(WS-PRV-DESPLAZA)
                       TO WS-PRV-ENT(WS-PRV-DESPLAZA + 1)
               END-PERFORM
               ADD 1 TO WS-PRV-USADAS
           END-IF
           MOVE WS-BUSCA-CLAVE TO WS-PRV-CLAVE(WS-PRV-POS)
           MOVE ZERO TO WS-PRV-CONT(WS-PRV-POS)
           MOVE ZERO TO WS-PRV-SALDO(WS-PRV-POS)
           MOVE ZERO TO WS-PRV-ANTERIOR(WS-PRV-POS)
           MOVE ZERO TO WS-PRV-ACTUAL(WS-PRV-POS).

       LOCALIZA-FILA-FIN.
           EXIT.

       ESCRIBE-INFORME.
           OPEN OUTPUT PROVISION-REPORT
           CALL "RPTHDR" USING "PROVISION-PRESTAMOS"
               "INFORME_PROVISION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE SPACES TO PROVISION-RECORD
           STRING "PROVISION POR INSOLVENCIAS AL " WS-FECHA-PROCESO
               " POR SUCURSAL Y PRODUCTO"
               DELIMITED BY SIZE INTO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE SPACES TO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE SPACES TO PROVISION-RECORD
           STRING "SUC   PROD  NUMERO         SALDO VIVO "
               "PROV. MES ANTERIOR   PROVISION ACTUAL "
               "         VARIACION"
               DELIMITED BY SIZE INTO PROVISION-RECORD
           WRITE PROVISION-RECORD

           MOVE SPACES TO WS-SUC-ACTUAL
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-USADAS
               IF WS-PRV-SUCURSAL(WS-PRV-IDX) NOT = WS-SUC-ACTUAL
                   IF WS-PRV-IDX > 1
                       PERFORM ESCRIBE-TOTAL-SUCURSAL
                   END-IF
                   MOVE WS-PRV-SUCURSAL(WS-PRV-IDX) TO WS-SUC-ACTUAL
                   MOVE ZERO TO WS-SUC-CONT WS-SUC-SALDO
                       WS-SUC-ANTERIOR WS-SUC-ACTUAL-IMP
               END-IF
               MOVE WS-PRV-SUCURSAL(WS-PRV-IDX) TO WS-LIN-ETIQUETA
               MOVE WS-PRV-PRODUCTO(WS-PRV-IDX)
                   TO WS-LIN-ETIQUETA(7:4)
               MOVE WS-PRV-CONT(WS-PRV-IDX) TO WS-LIN-CONT
               MOVE WS-PRV-SALDO(WS-PRV-IDX) TO WS-LIN-SALDO
               MOVE WS-PRV-ANTERIOR(WS-PRV-IDX) TO WS-LIN-ANTERIOR
               MOVE WS-PRV-ACTUAL(WS-PRV-IDX) TO WS-LIN-ACTUAL
               PERFORM ESCRIBE-LINEA-PROVISION
               ADD WS-PRV-CONT(WS-PRV-IDX) TO WS-SUC-CONT
               ADD WS-PRV-SALDO(WS-PRV-IDX) TO WS-SUC-SALDO
               ADD WS-PRV-ANTERIOR(WS-PRV-IDX) TO WS-SUC-ANTERIOR
               ADD WS-PRV-ACTUAL(WS-PRV-IDX) TO WS-SUC-ACTUAL-IMP
               ADD WS-PRV-SALDO(WS-PRV-IDX) TO WS-TOT-SALDO
               ADD WS-PRV-ANTERIOR(WS-PRV-IDX) TO WS-TOT-ANTERIOR
               ADD WS-PRV-ACTUAL(WS-PRV-IDX) TO WS-TOT-ACTUAL
           END-PERFORM
           IF WS-PRV-USADAS > ZERO
               PERFORM ESCRIBE-TOTAL-SUCURSAL
           END-IF

           MOVE SPACES TO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE "CARTERA" TO WS-LIN-ETIQUETA
           MOVE WS-TOT-CONT TO WS-LIN-CONT
           MOVE WS-TOT-SALDO TO WS-LIN-SALDO
           MOVE WS-TOT-ANTERIOR TO WS-LIN-ANTERIOR
           MOVE WS-TOT-ACTUAL TO WS-LIN-ACTUAL
           PERFORM ESCRIBE-LINEA-PROVISION
      *    DE LA CARTERA, LOS REESTRUCTURADOS EN LINEA PROPIA
           MOVE "REESTRUCT." TO WS-LIN-ETIQUETA
           MOVE WS-REE-CONT TO WS-LIN-CONT
           MOVE WS-REE-SALDO TO WS-LIN-SALDO
           MOVE WS-REE-ANTERIOR TO WS-LIN-ANTERIOR
           MOVE WS-REE-ACTUAL TO WS-LIN-ACTUAL
           PERFORM ESCRIBE-LINEA-PROVISION

      *    RESUMEN POR TRAMO CON EL PORCENTAJE APLICADO
           MOVE SPACES TO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE SPACES TO PROVISION-RECORD
           STRING "TRAMO           % PROV NUMERO         SALDO VIVO "
               "         PROVISION"
               DELIMITED BY SIZE INTO PROVISION-RECORD
           WRITE PROVISION-RECORD
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 5
               MOVE WS-TRAMO-PORCENTAJE(WS-TRAMO-IDX)
                   TO WS-PORCENTAJE-ED
               MOVE WS-TRAMO-SALDO(WS-TRAMO-IDX) TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-SALDO
               MOVE WS-TRAMO-PROVISION(WS-TRAMO-IDX)
                   TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-ACTUAL
               MOVE SPACES TO PROVISION-RECORD
               STRING WS-NOMBRE-TRAMO(WS-TRAMO-IDX) " "
                   WS-PORCENTAJE-ED " " WS-TRAMO-CONT(WS-TRAMO-IDX)
                   " " WS-IMPORTE-SALDO " " WS-IMPORTE-ACTUAL
                   DELIMITED BY SIZE INTO PROVISION-RECORD
               WRITE PROVISION-RECORD
           END-PERFORM

      *    LO QUE DE VERDAD VA AL DIARIO EN ESTA CORRIDA
           MOVE SPACES TO PROVISION-RECORD
           WRITE PROVISION-RECORD
           MOVE WS-TOT-DOTACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-ACTUAL
           MOVE WS-TOT-LIBERACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-VARIACION
           MOVE SPACES TO PROVISION-RECORD
           STRING "ASENTADO EN PRESTAMOS_ASIENTOS.DAT: DOTACION "
               WS-IMPORTE-ACTUAL " LIBERACION " WS-IMPORTE-VARIACION
               " APUNTES " WS-CONT-APUNTES
               DELIMITED BY SIZE INTO PROVISION-RECORD
           WRITE PROVISION-RECORD

           CLOSE PROVISION-REPORT.

       ESCRIBE-TOTAL-SUCURSAL.
           MOVE SPACES TO WS-LIN-ETIQUETA
           STRING WS-SUC-ACTUAL " TOTAL" DELIMITED BY SIZE
               INTO WS-LIN-ETIQUETA
           MOVE WS-SUC-CONT TO WS-LIN-CONT
           MOVE WS-SUC-SALDO TO WS-LIN-SALDO
           MOVE WS-SUC-ANTERIOR TO WS-LIN-ANTERIOR
           MOVE WS-SUC-ACTUAL-IMP TO WS-LIN-ACTUAL
           PERFORM ESCRIBE-LINEA-PROVISION
           MOVE SPACES TO PROVISION-RECORD
           WRITE PROVISION-RECORD.

       ESCRIBE-LINEA-PROVISION.
           MOVE WS-LIN-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-SALDO
           MOVE WS-LIN-ANTERIOR TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-ANTERIOR
           MOVE WS-LIN-ACTUAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-ACTUAL
           COMPUTE WS-IMPORTE-COMUN = WS-LIN-ACTUAL - WS-LIN-ANTERIOR
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-VARIACION
           MOVE SPACES TO PROVISION-RECORD
           STRING WS-LIN-ETIQUETA "  " WS-LIN-CONT " "
               WS-IMPORTE-SALDO " " WS-IMPORTE-ANTERIOR " "
               WS-IMPORTE-ACTUAL " " WS-IMPORTE-VARIACION
               DELIMITED BY SIZE INTO PROVISION-RECORD
           WRITE PROVISION-RECORD.

       END PROGRAM PROVISION-PRESTAMOS.
