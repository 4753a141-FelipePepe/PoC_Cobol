      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo nocturno y liquidacion periodica de los
      *          intereses de las cuentas de deposito DEPOSITOS.DAT
      *          (COPY DEPOSREC). Cada noche, para cada cuenta viva,
      *          devenga con INTERES (CBL_17), a la tasa mensual del
      *          producto y plazo en TASAS_PRODUCTO.DAT
      *          (BUSCA-TASA-PRODUCTO) dividida entre 30 como en
      *          MORA-PRESTAMOS, el interes de los dias transcurridos
      *          desde el ultimo devengo sobre el saldo de cierre de
      *          la noche anterior, y lo acumula con toda su precision
      *          en DEP-INTERES-DEVENGADO. Si la tabla ya no tiene
      *          tasa vigente para la cuenta se devenga a la ultima
      *          aplicada, con aviso y RC=4.
      *          Llegada la fecha de la proxima liquidacion capitaliza
      *          lo devengado (en centimos; la fraccion sigue
      *          devengada): abona el interes bruto, practica la
      *          retencion fiscal del porcentaje PORCENTAJE-RETENCION
      *          de PARAMETROS.DAT bajo DEPOSITOS-INTERES (19,00 por
      *          defecto), deja ambos movimientos en
      *          DEPOSITOS_MOVIMIENTOS.DAT (COPY DEPMOREC), suma los
      *          acumulados del ejercicio y fija la siguiente
      *          liquidacion. Las cuentas con la cancelacion pedida se
      *          liquidan esa misma noche, se les paga el saldo y
      *          quedan canceladas. Todo se asienta en
      *          DEPOSITOS_ASIENTOS.DAT (COPY NOMASREC), con la
      *          sucursal de la cuenta como centro: interes al debe de
      *          INT-DEPOS contra DEPOSITOS, retencion al debe de
      *          DEPOSITOS contra RET-DEPOS y el pago de la
      *          cancelacion al debe de DEPOSITOS contra CAJA-DEPOS.
      *          Relanzarlo el mismo dia no devenga ni liquida nada
      *          nuevo. Corre en la fase de informe de MAESTRO detras
      *          de DEPOSITOS-MOVIMIENTOS y antes de INTERFAZ-CONTABLE;
      *          las cuentas INT-DEPOS, RET-DEPOS, DEPOSITOS y
      *          CAJA-DEPOS deben existir en el plan. El detalle queda
      *          en INFORME_INTERESES_DEPOSITO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITOS-INTERES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT MOVIMIENTOS-FILE
               ASSIGN TO "DEPOSITOS_MOVIMIENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMV-CLAVE
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

           SELECT DASIENTOS-FILE ASSIGN TO "DEPOSITOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DASIENTOS-STATUS.

           SELECT INTERESES-REPORT
               ASSIGN TO "INFORME_INTERESES_DEPOSITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  MOVIMIENTOS-FILE.
       COPY DEPMOREC.

       FD  DASIENTOS-FILE.
       COPY NOMASREC.

       FD  INTERESES-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-DASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-DEPOSITOS PIC X VALUE "N".
           88  FIN-DEPOSITOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO PIC 9(6).
           05  FILLER PIC 9(2).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-DIAS-DESDE PIC 9(8).
       01  WS-DIAS PIC S9(8).

      *    RETENCION FISCAL SOBRE EL INTERES ABONADO
       01  WS-PCT-RETENCION PIC 9(2)V99 VALUE 19.00.
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-TASA-TABLA PIC 9(2)V9(6).
       01  WS-TASA-ENCONTRADA PIC X.
       01  WS-INT-PRINCIPAL PIC 9(9)V9(9).
       01  WS-INT-TASA-DIA PIC 9(2)V9(35).
       01  WS-INT-DIAS PIC 9(4).
       01  WS-INT-MONTO PIC 9(9)V9(9).
       01  WS-DEVENGO PIC 9(7)V9(9).

       01  WS-BRUTO PIC 9(9)V99.
       01  WS-RETENCION PIC 9(9)V99.
       01  WS-NETO PIC 9(9)V99.
       01  WS-PAGO PIC 9(9)V99.
       01  WS-MOV-TIPO PIC X.
       01  WS-MOV-IMPORTE PIC 9(9)V99.
       01  WS-MOV-TASA PIC 9(2)V9(6).

       01  WS-MESES PIC 9(4).
       01  WS-FECHA-CALCULO PIC 9(8).
       01  WS-FECHA-CALCULO-D REDEFINES WS-FECHA-CALCULO.
           05  WS-FC-ANIO PIC 9(4).
           05  WS-FC-MES PIC 99.
           05  WS-FC-DIA PIC 99.
       01  WS-TOTAL-MESES PIC 9(6).

      *    CUENTAS DEL PLAN PARA LOS APUNTES DE DEPOSITOS
       01  WS-CTA-CAJA PIC X(10) VALUE "CAJA-DEPOS".
       01  WS-CTA-DEPOSITOS PIC X(10) VALUE "DEPOSITOS".
       01  WS-CTA-INTERESES PIC X(10) VALUE "INT-DEPOS".
       01  WS-CTA-RETENCION PIC X(10) VALUE "RET-DEPOS".

       01  WS-APU-DEBE PIC X(10).
       01  WS-APU-HABER PIC X(10).
       01  WS-APU-IMPORTE PIC 9(9)V99.
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-CUENTAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-DEVENGOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-TASA PIC 9(6) VALUE ZERO.
       01  WS-CONT-LIQUIDADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CANCELADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-TOT-DEVENGO PIC 9(9)V9(6) VALUE ZERO.
       01  WS-TOT-BRUTO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-RETENCION PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PAGADO PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEPOSITOS-INTERES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DEPOSITOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEPOSITOS-INTERES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)

           CALL "PARAMLEE" USING "DEPOSITOS-INTERES   "
               "PORCENTAJE-RETENCION" WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-PCT-RETENCION =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF

           OPEN I-O DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOS.DAT NO DISPONIBLE: NO HAY CUENTAS "
                   "DE DEPOSITO QUE LIQUIDAR"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-FILE
               CLOSE MOVIMIENTOS-FILE
               OPEN I-O MOVIMIENTOS-FILE
           END-IF
           OPEN EXTEND DASIENTOS-FILE
           IF WS-DASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT DASIENTOS-FILE
           END-IF
           OPEN OUTPUT INTERESES-REPORT
           CALL "RPTHDR" USING "DEPOSITOS-INTERES"
               "INFORME_INTERESES_DEPOSITO.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "LIQUIDACION DE INTERESES DE DEPOSITOS DEL "
               WS-FECHA-PROCESO " - RETENCION " WS-PCT-RETENCION "%"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "  CUENTA     SUC  TITULAR       BRUTO       "
               "RETENCION   NETO        SALDO"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-DEPOSITO
           PERFORM UNTIL FIN-DEPOSITOS
               IF NOT DEP-CANCELADO
                   ADD 1 TO WS-CONT-CUENTAS
                   PERFORM TRATA-CUENTA THRU TRATA-CUENTA-FIN
               END-IF
               PERFORM LEE-DEPOSITO
           END-PERFORM

           PERFORM ESCRIBE-TOTALES

           CLOSE DEPOSITOS-FILE
           CLOSE MOVIMIENTOS-FILE
           CLOSE DASIENTOS-FILE
           CLOSE INTERESES-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CUENTAS=" WS-CONT-CUENTAS
               " LIQUIDADAS=" WS-CONT-LIQUIDADAS
               " BRUTO=" WS-TOT-BRUTO
               " RETENCION=" WS-TOT-RETENCION
               " CANCELADAS=" WS-CONT-CANCELADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "INTERESES DE DEPOSITOS: CUENTAS=" WS-CONT-CUENTAS
               " LIQUIDADAS=" WS-CONT-LIQUIDADAS
               " CANCELADAS=" WS-CONT-CANCELADAS
               " SIN TASA=" WS-CONT-SIN-TASA
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-DEPOSITO.
           READ DEPOSITOS-FILE NEXT RECORD
               AT END
                   SET FIN-DEPOSITOS TO TRUE
           END-READ.

       TRATA-CUENTA.
           PERFORM DEVENGA-CUENTA THRU DEVENGA-CUENTA-FIN
           IF DEP-FECHA-PROX-LIQUIDACION <= WS-FECHA-PROCESO
                   OR DEP-CANCELACION-PEDIDA
               PERFORM LIQUIDA-CUENTA
           END-IF
           IF DEP-CANCELACION-PEDIDA
               PERFORM CANCELA-CUENTA
           END-IF
      *    EL SALDO DE CIERRE DE HOY ES LA BASE DEL DEVENGO DE MANANA
           MOVE DEP-SALDO TO DEP-SALDO-DEVENGO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ACTUALIZACION
           REWRITE DEPOSITO-RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO ACTUALIZAR LA CUENTA "
                       DEP-CUENTA
                   MOVE 4 TO WS-RETURN-CODE
           END-REWRITE.

       TRATA-CUENTA-FIN.
           EXIT.

      *    DIAS DESDE EL ULTIMO DEVENGO SOBRE EL SALDO DE CIERRE DE LA
      *    NOCHE ANTERIOR, CAPITALIZANDO A LA TASA DIARIA
       DEVENGA-CUENTA.
           COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(DEP-FECHA-DEVENGO)
           COMPUTE WS-DIAS = WS-DIAS-PROCESO - WS-DIAS-DESDE
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-DEVENGO
           IF WS-DIAS <= ZERO OR DEP-SALDO-DEVENGO = ZERO
               GO TO DEVENGA-CUENTA-FIN
           END-IF
           CALL "BUSCA-TASA-PRODUCTO" USING DEP-PRODUCTO DEP-PLAZO
               WS-FECHA-PROCESO WS-TASA-TABLA WS-TASA-ENCONTRADA
           IF WS-TASA-ENCONTRADA = "Y"
               MOVE WS-TASA-TABLA TO DEP-TASA
           ELSE
               ADD 1 TO WS-CONT-SIN-TASA
               DISPLAY "AVISO: SIN TASA VIGENTE PARA " DEP-PRODUCTO
                   "/" DEP-PLAZO ", CUENTA " DEP-CUENTA
                   " DEVENGA A LA ULTIMA APLICADA " DEP-TASA
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF DEP-TASA = ZERO
               GO TO DEVENGA-CUENTA-FIN
           END-IF
           COMPUTE WS-INT-TASA-DIA ROUNDED = DEP-TASA / 30
           MOVE DEP-SALDO-DEVENGO TO WS-INT-PRINCIPAL
           MOVE WS-DIAS TO WS-INT-DIAS
           CALL "INTERES" USING WS-INT-PRINCIPAL WS-INT-TASA-DIA
               WS-INT-DIAS WS-INT-MONTO
           IF WS-INT-MONTO <= WS-INT-PRINCIPAL
               GO TO DEVENGA-CUENTA-FIN
           END-IF
           COMPUTE WS-DEVENGO = WS-INT-MONTO - WS-INT-PRINCIPAL
           ADD WS-DEVENGO TO DEP-INTERES-DEVENGADO
           ADD WS-DEVENGO TO WS-TOT-DEVENGO
           ADD 1 TO WS-CONT-DEVENGOS.

       DEVENGA-CUENTA-FIN.
           EXIT.

      *    SE ABONAN LOS CENTIMOS ENTEROS; LA FRACCION SIGUE
      *    DEVENGADA PARA LA LIQUIDACION SIGUIENTE
       LIQUIDA-CUENTA.
           IF DEP-EJERCICIO NOT = WS-FECHA-PROCESO(1:4)
               MOVE WS-FECHA-PROCESO(1:4) TO DEP-EJERCICIO
               MOVE ZERO TO DEP-INTERES-EJERCICIO
               MOVE ZERO TO DEP-RETENCION-EJERCICIO
           END-IF
           COMPUTE WS-BRUTO = DEP-INTERES-DEVENGADO
           SUBTRACT WS-BRUTO FROM DEP-INTERES-DEVENGADO
           MOVE ZERO TO WS-RETENCION
           IF WS-BRUTO > ZERO
               COMPUTE WS-RETENCION ROUNDED =
                   WS-BRUTO * WS-PCT-RETENCION / 100
               ADD WS-BRUTO TO DEP-SALDO
               MOVE "N" TO WS-MOV-TIPO
               MOVE WS-BRUTO TO WS-MOV-IMPORTE
               MOVE DEP-TASA TO WS-MOV-TASA
               PERFORM GRABA-MOVIMIENTO
               MOVE WS-CTA-INTERESES TO WS-APU-DEBE
               MOVE WS-CTA-DEPOSITOS TO WS-APU-HABER
               MOVE WS-BRUTO TO WS-APU-IMPORTE
               PERFORM GRABA-ASIENTO
               ADD WS-BRUTO TO DEP-INTERES-EJERCICIO
               ADD WS-BRUTO TO WS-TOT-BRUTO
           END-IF
           IF WS-RETENCION > ZERO
               SUBTRACT WS-RETENCION FROM DEP-SALDO
               MOVE "T" TO WS-MOV-TIPO
               MOVE WS-RETENCION TO WS-MOV-IMPORTE
               MOVE ZERO TO WS-MOV-TASA
               PERFORM GRABA-MOVIMIENTO
               MOVE WS-CTA-DEPOSITOS TO WS-APU-DEBE
               MOVE WS-CTA-RETENCION TO WS-APU-HABER
               MOVE WS-RETENCION TO WS-APU-IMPORTE
               PERFORM GRABA-ASIENTO
               ADD WS-RETENCION TO DEP-RETENCION-EJERCICIO
               ADD WS-RETENCION TO WS-TOT-RETENCION
           END-IF
           COMPUTE WS-NETO = WS-BRUTO - WS-RETENCION
           ADD 1 TO WS-CONT-LIQUIDADAS

      *    LA SIGUIENTE LIQUIDACION SIGUE EL CALENDARIO DE LA CUENTA
      *    AUNQUE ESTA SE HAYA HECHO CON RETRASO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ULT-LIQUIDACION
           MOVE DEP-PERIODICIDAD TO WS-MESES
           IF WS-MESES = ZERO
               MOVE 3 TO WS-MESES
           END-IF
           MOVE DEP-FECHA-PROX-LIQUIDACION TO WS-FECHA-CALCULO
           IF WS-FECHA-CALCULO = ZERO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CALCULO
           END-IF
           PERFORM SUMA-MESES
           PERFORM SUMA-MESES
               UNTIL WS-FECHA-CALCULO > WS-FECHA-PROCESO
           MOVE WS-FECHA-CALCULO TO DEP-FECHA-PROX-LIQUIDACION

           MOVE SPACES TO INFORME-RECORD
           STRING "  " DEP-CUENTA " " DEP-SUCURSAL " " DEP-CLIENTE
               " " WS-BRUTO " " WS-RETENCION " " WS-NETO
               " " DEP-SALDO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

      *    CANCELACION PEDIDA EN DEPOSITOS-MAINT: YA LIQUIDADA, SE
      *    PAGA EL SALDO Y LA CUENTA QUEDA CERRADA
       CANCELA-CUENTA.
           MOVE DEP-SALDO TO WS-PAGO
           IF WS-PAGO > ZERO
               MOVE ZERO TO DEP-SALDO
               MOVE "L" TO WS-MOV-TIPO
               MOVE WS-PAGO TO WS-MOV-IMPORTE
               MOVE ZERO TO WS-MOV-TASA
               PERFORM GRABA-MOVIMIENTO
               MOVE WS-CTA-DEPOSITOS TO WS-APU-DEBE
               MOVE WS-CTA-CAJA TO WS-APU-HABER
               MOVE WS-PAGO TO WS-APU-IMPORTE
               PERFORM GRABA-ASIENTO
               ADD WS-PAGO TO WS-TOT-PAGADO
           END-IF
           MOVE ZERO TO DEP-INTERES-DEVENGADO
           MOVE "C" TO DEP-ESTADO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-CANCELACION
           MOVE ZERO TO DEP-FECHA-PROX-LIQUIDACION
           ADD 1 TO WS-CONT-CANCELADAS
           MOVE WS-PAGO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "  " DEP-CUENTA " CANCELADA, SALDO PAGADO "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE DEP-CUENTA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CUENTA=" DEP-CUENTA " CANCELADA CLIENTE="
               DEP-CLIENTE " PAGADO=" WS-PAGO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       GRABA-MOVIMIENTO.
           ADD 1 TO DEP-NUM-MOVIMIENTOS
           MOVE SPACES TO DEPOSITO-MOVIMIENTO-RECORD
           MOVE DEP-CUENTA TO DMV-CUENTA
           MOVE DEP-NUM-MOVIMIENTOS TO DMV-NUMERO
           MOVE WS-FECHA-PROCESO TO DMV-FECHA
           MOVE WS-FECHA-PROCESO TO DMV-FECHA-OPERACION
           MOVE WS-MOV-TIPO TO DMV-TIPO
           MOVE WS-MOV-IMPORTE TO DMV-IMPORTE
           MOVE DEP-SALDO TO DMV-SALDO
           MOVE WS-MOV-TASA TO DMV-TASA
           WRITE DEPOSITO-MOVIMIENTO-RECORD
               INVALID KEY
                   DISPLAY "AVISO: MOVIMIENTO DUPLICADO " DMV-CUENTA
                       " " DMV-NUMERO
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE.

      *    UN APUNTE AL DEBE Y SU CONTRAPARTIDA AL HABER
       GRABA-ASIENTO.
           MOVE WS-APU-DEBE TO WS-APU-CUENTA
           MOVE "D" TO WS-APU-LADO
           MOVE WS-APU-IMPORTE TO WS-APU-PENDIENTE
           PERFORM GRABA-APUNTE
           MOVE WS-APU-HABER TO WS-APU-CUENTA
           MOVE "H" TO WS-APU-LADO
           MOVE WS-APU-IMPORTE TO WS-APU-PENDIENTE
           PERFORM GRABA-APUNTE.

      *    EL FICHERO DE INTERFAZ LLEVA IMPORTES DE 7 ENTEROS: UN
      *    IMPORTE QUE LOS SUPERE SE PARTE EN VARIOS APUNTES
       GRABA-APUNTE.
           PERFORM UNTIL WS-APU-PENDIENTE = ZERO
               IF WS-APU-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-APU-TRAMO
               ELSE
                   MOVE WS-APU-PENDIENTE TO WS-APU-TRAMO
               END-IF
               SUBTRACT WS-APU-TRAMO FROM WS-APU-PENDIENTE
               MOVE SPACES TO NOMINA-ASIENTO-REGISTRO
               MOVE WS-FECHA-PROCESO TO NAS-FECHA
               MOVE WS-APU-CUENTA TO NAS-CUENTA
               MOVE WS-APU-LADO TO NAS-LADO
               MOVE WS-APU-TRAMO TO NAS-IMPORTE
               MOVE DEP-SUCURSAL TO NAS-CENTRO-COSTE
               MOVE WS-PERIODO TO NAS-PERIODO
               WRITE NOMINA-ASIENTO-REGISTRO
               ADD 1 TO WS-CONT-APUNTES
           END-PERFORM.

      *    SUMA WS-MESES A WS-FECHA-CALCULO; SI EL DIA NO EXISTE EN EL
      *    MES DE DESTINO QUEDA EL ULTIMO DIA DE ESE MES
       SUMA-MESES.
           COMPUTE WS-TOTAL-MESES =
               WS-FC-ANIO * 12 + WS-FC-MES - 1 + WS-MESES
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-FC-ANIO
               REMAINDER WS-FC-MES
           ADD 1 TO WS-FC-MES
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                   (WS-FECHA-CALCULO) = ZERO
               SUBTRACT 1 FROM WS-FC-DIA
           END-PERFORM.

       ESCRIBE-TOTALES.
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "CUENTAS VIVAS: " WS-CONT-CUENTAS
               "  CON DEVENGO: " WS-CONT-DEVENGOS
               "  DEVENGADO HOY: " WS-TOT-DEVENGO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "LIQUIDADAS: " WS-CONT-LIQUIDADAS
               "  BRUTO: " WS-TOT-BRUTO
               "  RETENCION: " WS-TOT-RETENCION
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "CANCELADAS: " WS-CONT-CANCELADAS
               "  SALDO PAGADO: " WS-TOT-PAGADO
               "  SIN TASA VIGENTE: " WS-CONT-SIN-TASA
               "  APUNTES: " WS-CONT-APUNTES
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       END PROGRAM DEPOSITOS-INTERES.
