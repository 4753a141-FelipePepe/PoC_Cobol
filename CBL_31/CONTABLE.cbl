      *          que el fichero de interfaz ASIENTOS_CONTABLES.DAT
      *          salga siempre cuadrado, y cierra con un registro de
      *          totales que contabilidad puede cotejar al cargarlo.
      *          Las anulaciones llegan en el CSV con el RESULT ya
      *          invertido y la fecha de proceso de la operacion
      *          original en la novena columna: generan los apuntes
      *          espejo de la original (misma cuenta derivada y
      *          contrapartida puente, en los lados contrarios) y se
      *          cuentan aparte en el resumen de la interfaz.
      *          Los fallidos de suspenso aprobados en
      *          FALLIDOS-APROBACION (SUSPENSO_FALLIDOS.DAT) que aun no
      *          se habian asentado generan un apunte al debe de la
      *          cuenta de quebrantos con contrapartida puente, y
      *          quedan marcados con la fecha de proceso para no
      *          asentarse dos veces (un relanzamiento del mismo dia
      *          los vuelve a incluir, porque el fichero de interfaz
      *          se regenera entero).
      *          Los asientos de nomina que NOMINA-CONTABLE deja en
      *          NOMINA_ASIENTOS.DAT con la fecha de proceso del dia
      *          se pasan tal cual: ya cuadran por centro de coste y
      *          no llevan contrapartida puente. Lo mismo los
      *          asientos del lote de reembolso de gastos de empleados
      *          que GASTOS-REEMBOLSO deja en GASTOS_ASIENTOS.DAT con
      *          el mismo formato, y los de las cuentas de deposito
      *          (ingresos, reintegros, intereses, retencion y pagos
      *          de cancelacion) que DEPOSITOS-MOVIMIENTOS y
      *          DEPOSITOS-INTERES dejan en DEPOSITOS_ASIENTOS.DAT.
      *          Los asientos manuales de ASIENTOS_MANUALES.DAT
      *          aprobados en doble control (ASIENTOS-APROBACION)
      *          entran a partir de su fecha contable con sus propias
      *          cuentas y lados (ya cuadran, sin puente) y quedan
      *          marcados con la fecha de proceso; los que llevan
      *          reversion se asientan de nuevo con los lados
      *          cambiados al llegar el primer dia del mes siguiente.
      *          Al terminar deja el debe y el haber del dia por cuenta
      *          y periodo en SALDOS_CUENTAS.DAT (COPY SALCUREC), la
      *          historia de reales del mayor que compara con el
      *          presupuesto INFORME-PRESUP-CTAS; los ajustes
      *          manuales del ejercicio capturados con el periodo 13
      *          abierto cuentan en ese periodo. Cada apunte de
      *          detalle se guarda ademas, numerado dentro del dia, en
      *          el historico MAYOR_APUNTES.DAT (COPY MAYAPREC) del que
      *          lee la consulta del mayor por cuenta (MAYOR-CUENTA);
      *          un relanzamiento del mismo dia sustituye los apuntes
      *          del dia.
      *          El IVA repercutido de cada comision se asienta aparte
      *          al haber de la cuenta de IVA repercutido contra la
      *          misma cuenta COM del grupo (el credito al originador
      *          es comision mas IVA), y cada grupo y sucursal con
      *          comision deja su linea en el registro
      *          IVA_REPERCUTIDO.DAT (COPY IVAREREC) con base, tipo,
      *          cuota o marca de exencion, del que saca RESUMEN-IVA
      *          la declaracion trimestral y RESULTADO-SUCURSAL los
      *          ingresos por comisiones de cada sucursal;
      *          un relanzamiento del mismo dia sustituye las lineas
      *          del dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

      *    ASIENTOS DE NOMINA POR CENTRO DE COSTE (NOMINA-CONTABLE)
      *    Y, CON EL MISMO FORMATO, LOS DEL LOTE DE GASTOS DE
      *    EMPLEADOS (GASTOS-REEMBOLSO) Y LOS DE LAS CUENTAS DE
      *    DEPOSITO (DEPOSITOS-MOVIMIENTOS, DEPOSITOS-INTERES)
           SELECT NASIENTOS-FILE ASSIGN TO WS-NOMBRE-NASIENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NASIENTOS-STATUS.

      *    ASIENTOS MANUALES APROBADOS EN DOBLE CONTROL
           SELECT MANUALES-FILE ASSIGN TO "ASIENTOS_MANUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-MANUALES-STATUS.

      *    SALDOS DIARIOS POR CUENTA Y PERIODO PARA EL PRESUPUESTO
           SELECT SALDOS-FILE ASSIGN TO "SALDOS_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CLAVE
               FILE STATUS IS WS-SALDOS-STATUS.

      *    HISTORICO DE APUNTES PARA LA CONSULTA DEL MAYOR
           SELECT MAYOR-FILE ASSIGN TO "MAYOR_APUNTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAY-CLAVE
               ALTERNATE RECORD KEY IS MAY-CLAVE-CUENTA
               FILE STATUS IS WS-MAYOR-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "PERIODO_ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

      *    RESIDUO DE REDONDEO DE LAS CONVERSIONES DE LA CORRIDA:
      *    SE ASIENTA EN SU PROPIA CUENTA DE REDONDEOS
           SELECT REDONDEOS-FILE ASSIGN TO "REDONDEOS_DIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDONDEOS-STATUS.

      *    QUEBRANTOS DEL SUSPENSO APROBADOS EN DOBLE CONTROL
           SELECT FALLIDOS-FILE ASSIGN TO "SUSPENSO_FALLIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CLAVE
               FILE STATUS IS WS-FALLIDOS-STATUS.

      *    REGISTRO DE IVA REPERCUTIDO SOBRE COMISIONES
           SELECT IVA-REPERCUTIDO-FILE ASSIGN TO "IVA_REPERCUTIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-CLAVE
               FILE STATUS IS WS-IVA-REPERCUTIDO-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  COM-GRUPO PIC X(7).
           05  COM-CONT-OPERACIONES PIC 9(6).
           05  COM-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-ORIGEN PIC X(10).
           05  COM-PORCENTAJE-IVA PIC 9(2)V99.
           05  COM-EXENTO-IVA PIC X.
               88  COM-EXENTA-IVA VALUE "S".
           05  COM-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-SUCURSAL PIC X(4).

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  NASIENTOS-FILE.
       COPY NOMASREC.

       FD  MANUALES-FILE.
       COPY ASIMAREC.

       FD  SALDOS-FILE.
       COPY SALCUREC.

       FD  MAYOR-FILE.
       COPY MAYAPREC.

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           05  PER-PERIODO PIC 9(6).

       FD  REDONDEOS-FILE.
       01  REDONDEO-RECORD.
           05  RED-FECHA PIC 9(8).
           05  RED-CONT-CONVERSIONES PIC 9(6).
           05  RED-IMPORTE PIC S9(5)V99 SIGN IS TRAILING SEPARATE.

       FD  FALLIDOS-FILE.
       COPY FALLIREC.

       FD  IVA-REPERCUTIDO-FILE.
       COPY IVAREREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
       01  WS-EOF-COMISIONES PIC X VALUE "N".
           88  FIN-COMISIONES VALUE "Y".
       01  WS-CONT-COMISIONES PIC 9(6) VALUE ZERO.

      *    EL IVA DE LAS COMISIONES VA A SU PROPIA CUENTA Y AL
      *    REGISTRO DE LA DECLARACION
       01  WS-CUENTA-IVA PIC X(10) VALUE "IVA-REPERC".
       01  WS-IVA-REPERCUTIDO-STATUS PIC XX.
       01  WS-EOF-IVA-REPERCUTIDO PIC X VALUE "N".
           88  FIN-IVA-REPERCUTIDO VALUE "Y".
       01  WS-IVA-REPERCUTIDO-ABIERTO PIC X VALUE "N".
           88  IVA-REPERCUTIDO-ABIERTO VALUE "Y".
       01  WS-TOTAL-IVA PIC S9(9)V99 VALUE ZERO.
       01  WS-REDONDEOS-STATUS PIC XX.
       01  WS-CUENTA-REDONDEO PIC X(10) VALUE "REDONDEO  ".
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-EOF-PASIENTOS PIC X VALUE "N".
           88  FIN-PASIENTOS VALUE "Y".
       01  WS-CONT-PRESTAMO-AP PIC 9(6) VALUE ZERO.
       01  WS-NASIENTOS-STATUS PIC XX.
       01  WS-EOF-NASIENTOS PIC X VALUE "N".
           88  FIN-NASIENTOS VALUE "Y".
       01  WS-CONT-NOMINA-AP PIC 9(6) VALUE ZERO.
       01  WS-NOMBRE-NASIENTOS PIC X(40).
       01  WS-MANUALES-STATUS PIC XX.
       01  WS-EOF-MANUALES PIC X VALUE "N".
           88  FIN-MANUALES VALUE "Y".
       01  WS-CONT-MANUALES PIC 9(6) VALUE ZERO.
       01  WS-CONT-REVERSIONES PIC 9(6) VALUE ZERO.
       01  WS-MAN-NUMERO PIC 9(6).
       01  WS-MAN-ACCION PIC X.
           88  MAN-NADA VALUE SPACE.
           88  MAN-ASENTAR VALUE "A".
           88  MAN-REVERTIR VALUE "R".
       01  WS-MAN-PERIODO PIC 9(6).

      *    DEBE Y HABER DEL DIA POR PERIODO Y CUENTA, TAL COMO SALEN
      *    EN EL FICHERO DE INTERFAZ (YA DESVIADOS SI HACE FALTA)
       01  WS-SALDOS-STATUS PIC XX.
       01  WS-PERIODO-STATUS PIC XX.
       01  WS-EOF-SALDOS PIC X VALUE "N".
           88  FIN-SALDOS VALUE "Y".
       01  WS-SAL-TABLA.
           05  WS-SAL-ENT OCCURS 300 TIMES.
               10  WS-SAL-PERIODO PIC 9(6).
               10  WS-SAL-CUENTA PIC X(10).
               10  WS-SAL-DEBE PIC 9(9)V99.
               10  WS-SAL-HABER PIC 9(9)V99.
               10  WS-SAL-APUNTES PIC 9(6).
       01  WS-SAL-USADAS PIC 9(3) VALUE ZERO.
       01  WS-SAL-IDX PIC 9(3).
       01  WS-SAL-POS PIC 9(3).
       01  WS-SAL-DESBORDE PIC X VALUE "N".
           88  SAL-DESBORDE VALUE "Y".
       01  WS-PERIODO-MES PIC 9(6).
       01  WS-PERIODO-ABIERTO PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-APUNTE PIC 9(6).
       01  WS-MAYOR-STATUS PIC XX.
       01  WS-EOF-MAYOR PIC X VALUE "N".
           88  FIN-MAYOR VALUE "Y".
       01  WS-MAYOR-ABIERTO PIC X VALUE "N".
           88  MAYOR-ABIERTO VALUE "Y".
       01  WS-MAY-SECUENCIA PIC 9(6) VALUE ZERO.
       01  WS-FALLIDOS-STATUS PIC XX.
       01  WS-EOF-FALLIDOS PIC X VALUE "N".
           88  FIN-FALLIDOS VALUE "Y".
       01  WS-CONT-FALLIDOS PIC 9(6) VALUE ZERO.

       01  WS-CAMPO-NUM1 PIC X(20).
       01  WS-CAMPO-NUM2 PIC X(20).
       01  WS-CAMPO-GRUPO PIC X(20).
       01  WS-CAMPO-DIVISA PIC X(20).
       01  WS-CAMPO-BASE PIC X(20).
       01  WS-CAMPO-SUCURSAL PIC X(20).
       01  WS-CAMPO-ANULA PIC X(20).
       01  WS-CONT-ANULACIONES PIC 9(6) VALUE ZERO.

       01  WS-RESULT PIC S9(7)V99.
       01  WS-IMPORTE-ABS PIC 9(7)V99.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INTERFAZ-CONTABLE".
           CALL "FECHAPROC" USING WS-FECHA-HOY.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-MES
           MOVE WS-PERIODO-MES TO WS-PERIODO-APUNTE
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               READ PERIODO-FILE
                   NOT AT END
                       MOVE PER-PERIODO TO WS-PERIODO-ABIERTO
               END-READ
               CLOSE PERIODO-FILE
           END-IF

           OPEN INPUT OPERACIONES-CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
           END-IF

           OPEN OUTPUT ASIENTOS-FILE
           PERFORM ABRE-MAYOR THRU ABRE-MAYOR-FIN

           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS = "00"

           PERFORM ASIENTA-PRESTAMOS THRU ASIENTA-PRESTAMOS-FIN

           PERFORM ASIENTA-FALLIDOS THRU ASIENTA-FALLIDOS-FIN

           MOVE "NOMINA_ASIENTOS.DAT" TO WS-NOMBRE-NASIENTOS
           PERFORM ASIENTA-NOMINA THRU ASIENTA-NOMINA-FIN
           MOVE "GASTOS_ASIENTOS.DAT" TO WS-NOMBRE-NASIENTOS
           PERFORM ASIENTA-NOMINA THRU ASIENTA-NOMINA-FIN
           MOVE "DEPOSITOS_ASIENTOS.DAT" TO WS-NOMBRE-NASIENTOS
           PERFORM ASIENTA-NOMINA THRU ASIENTA-NOMINA-FIN

           PERFORM ASIENTA-MANUALES THRU ASIENTA-MANUALES-FIN

           PERFORM ESCRIBE-TOTALES-LOTE

           PERFORM GRABA-SALDOS THRU GRABA-SALDOS-FIN

           IF VALIDAR-CUENTAS
               MOVE SPACES TO EXCEPCION-RECORD
               STRING "APUNTES DESVIADOS A " WS-CUENTA-EXCEPCION
           END-IF

           CLOSE ASIENTOS-FILE
           IF MAYOR-ABIERTO
               CLOSE MAYOR-FILE
           END-IF

           STRING "APUNTES=" WS-CONT-APUNTES
               " DEBE=" WS-TOTAL-DEBE " HABER=" WS-TOTAL-HABER

           DISPLAY "INTERFAZ CONTABLE GENERADA: APUNTES="
               WS-CONT-APUNTES
           IF WS-CONT-ANULACIONES > ZERO
               DISPLAY "ANULACIONES CONTABILIZADAS EN ESPEJO: "
                   WS-CONT-ANULACIONES
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
       GENERA-APUNTE.
           MOVE SPACES TO WS-CAMPO-NUM1 WS-CAMPO-NUM2
               WS-CAMPO-OPERACION WS-CAMPO-RESULT WS-CAMPO-GRUPO
               WS-CAMPO-DIVISA WS-CAMPO-BASE WS-CAMPO-SUCURSAL
               WS-CAMPO-ANULA
           UNSTRING OPERACIONES-CSV-RECORD DELIMITED BY ","
               INTO WS-CAMPO-NUM1 WS-CAMPO-NUM2 WS-CAMPO-OPERACION
                    WS-CAMPO-RESULT WS-CAMPO-GRUPO WS-CAMPO-DIVISA
                    WS-CAMPO-BASE WS-CAMPO-SUCURSAL WS-CAMPO-ANULA
           END-UNSTRING

      *    ANULACION: EL SIGNO YA VIENE INVERTIDO, ASI QUE LOS LADOS
      *    SALEN CONTRARIOS A LOS DE LA ORIGINAL SOBRE LAS MISMAS
      *    CUENTAS
           IF WS-CAMPO-ANULA NOT = SPACES
               ADD 1 TO WS-CONT-ANULACIONES
           END-IF

      *    SE CONTABILIZA EL IMPORTE EN MONEDA BASE; EL RESULT EN
      *    DIVISA ORIGINAL SOLO SE USA SI EL CSV VIEJO NO TRAE LA
      *    COLUMNA CONVERTIDA
           IF WS-COMISIONES-STATUS NOT = "00"
               GO TO ASIENTA-COMISIONES-FIN
           END-IF
           PERFORM ABRE-IVA-REPERCUTIDO THRU ABRE-IVA-REPERCUTIDO-FIN
           PERFORM LEE-COMISION
           PERFORM UNTIL FIN-COMISIONES
               IF COM-IMPORTE NUMERIC AND COM-IMPORTE NOT = ZERO
               PERFORM LEE-COMISION
           END-PERFORM
           CLOSE COMISIONES-FILE
           IF IVA-REPERCUTIDO-ABIERTO
               CLOSE IVA-REPERCUTIDO-FILE
           END-IF
           IF WS-CONT-COMISIONES > ZERO
               DISPLAY "APUNTES DE COMISION GENERADOS: "
                   WS-CONT-COMISIONES " IVA REPERCUTIDO: "
                   WS-TOTAL-IVA
           END-IF.

       ASIENTA-COMISIONES-FIN.
           END-READ.

       ASIENTA-PRESTAMOS.
      *    VARIOS PASOS DE PRESTAMOS ANADEN AL MISMO FICHERO, QUE YA
      *    NO SE VACIA CADA DIA: COMO EN LA NOMINA, SOLO ENTRAN LOS
      *    APUNTES CON LA FECHA DE HOY
           OPEN INPUT PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               GO TO ASIENTA-PRESTAMOS-FIN
           PERFORM LEE-PASIENTO
           PERFORM UNTIL FIN-PASIENTOS
               IF PAS-IMPORTE NUMERIC AND PAS-IMPORTE NOT = ZERO
                       AND PAS-FECHA = WS-FECHA-HOY
                   PERFORM GENERA-APUNTE-PRESTAMO
               END-IF
               PERFORM LEE-PASIENTO
           END-IF
           PERFORM ESCRIBE-APUNTE.

       ASIENTA-NOMINA.
      *    EL FICHERO DE NOMINA SE GRABA UNA VEZ AL MES Y SE QUEDA EN
      *    SU SITIO: SOLO ENTRAN LOS APUNTES CON LA FECHA DE HOY PARA
      *    QUE LAS CORRIDAS DIARIAS SIGUIENTES NO LOS REPITAN
           MOVE ZERO TO WS-CONT-NOMINA-AP
           MOVE "N" TO WS-EOF-NASIENTOS
           OPEN INPUT NASIENTOS-FILE
           IF WS-NASIENTOS-STATUS NOT = "00"
               GO TO ASIENTA-NOMINA-FIN
           END-IF
           PERFORM LEE-NASIENTO
           PERFORM UNTIL FIN-NASIENTOS
               IF NAS-FECHA = WS-FECHA-HOY
                       AND NAS-IMPORTE NUMERIC
                       AND NAS-IMPORTE NOT = ZERO
                   ADD 1 TO WS-CONT-NOMINA-AP
                   MOVE NAS-CUENTA TO WS-CUENTA
                   MOVE NAS-CENTRO-COSTE TO WS-CAMPO-GRUPO
                   MOVE NAS-LADO TO WS-LADO
                   IF NAS-IMPORTE < ZERO
                       COMPUTE WS-IMPORTE-ABS = NAS-IMPORTE * -1
                   ELSE
                       MOVE NAS-IMPORTE TO WS-IMPORTE-ABS
                   END-IF
                   PERFORM ESCRIBE-APUNTE
               END-IF
               PERFORM LEE-NASIENTO
           END-PERFORM
           CLOSE NASIENTOS-FILE
           IF WS-CONT-NOMINA-AP > ZERO
               DISPLAY "APUNTES GENERADOS DE " WS-NOMBRE-NASIENTOS
                   ": " WS-CONT-NOMINA-AP
           END-IF.

       ASIENTA-NOMINA-FIN.
           EXIT.

       LEE-NASIENTO.
           READ NASIENTOS-FILE
               AT END
                   SET FIN-NASIENTOS TO TRUE
           END-READ.

       ASIENTA-MANUALES.
      *    LA CABECERA DECIDE QUE SE HACE CON LAS LINEAS QUE LA
      *    SIGUEN: ASENTAR EL ASIENTO APROBADO CUYA FECHA CONTABLE YA
      *    LLEGO, O REVERTIRLO SI LLEVA REVERSION, SE ASENTO EN UNA
      *    CORRIDA ANTERIOR Y YA ES PRIMERO DE MES. COMO EN LOS
      *    FALLIDOS, UN RELANZAMIENTO DEL MISMO DIA LO VUELVE A
      *    INCLUIR
           OPEN I-O MANUALES-FILE
           IF WS-MANUALES-STATUS NOT = "00"
               GO TO ASIENTA-MANUALES-FIN
           END-IF
           MOVE SPACE TO WS-MAN-ACCION
           PERFORM LEE-MANUAL
           PERFORM UNTIL FIN-MANUALES
               IF MAN-ES-CABECERA
                   PERFORM DECIDE-MANUAL THRU DECIDE-MANUAL-FIN
               ELSE
                   IF NOT MAN-NADA AND MAN-NUMERO = WS-MAN-NUMERO
                           AND MAN-IMPORTE NUMERIC
                           AND MAN-IMPORTE NOT = ZERO
                       PERFORM GENERA-APUNTE-MANUAL
                   END-IF
               END-IF
               PERFORM LEE-MANUAL
           END-PERFORM
           CLOSE MANUALES-FILE
           IF WS-CONT-MANUALES > ZERO
               DISPLAY "APUNTES DE ASIENTOS MANUALES GENERADOS: "
                   WS-CONT-MANUALES
           END-IF
           IF WS-CONT-REVERSIONES > ZERO
               DISPLAY "APUNTES DE REVERSION DE ASIENTOS MANUALES: "
                   WS-CONT-REVERSIONES
           END-IF.

       ASIENTA-MANUALES-FIN.
           EXIT.

       LEE-MANUAL.
           READ MANUALES-FILE NEXT RECORD
               AT END
                   SET FIN-MANUALES TO TRUE
           END-READ.

       DECIDE-MANUAL.
           MOVE SPACE TO WS-MAN-ACCION
           MOVE MAN-NUMERO TO WS-MAN-NUMERO
           MOVE WS-PERIODO-MES TO WS-MAN-PERIODO
           IF NOT MAN-ES-APROBADO
               GO TO DECIDE-MANUAL-FIN
           END-IF
           IF MAN-FECHA-CONTABLE NOT > WS-FECHA-HOY
                   AND (MAN-FECHA-ASENTADO = ZERO
                   OR MAN-FECHA-ASENTADO = WS-FECHA-HOY)
               SET MAN-ASENTAR TO TRUE
               MOVE WS-FECHA-HOY TO MAN-FECHA-ASENTADO
               REWRITE ASIENTO-MANUAL-RECORD
      *        EL AJUSTE DEL EJERCICIO SOLO VA AL PERIODO 13 SI ESTE
      *        SIGUE ABIERTO; CERRADO EL EJERCICIO, CAE EN EL MES
               IF MAN-PERIODO-AJUSTE NOT = ZERO
                   IF MAN-PERIODO-AJUSTE = WS-PERIODO-ABIERTO
                       MOVE MAN-PERIODO-AJUSTE TO WS-MAN-PERIODO
                   ELSE
                       DISPLAY "AVISO: EL PERIODO "
                           MAN-PERIODO-AJUSTE " YA ESTA CERRADO, EL "
                           "AJUSTE " MAN-NUMERO " CUENTA EN EL MES"
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               GO TO DECIDE-MANUAL-FIN
           END-IF
           IF MAN-CON-REVERSION
                   AND MAN-FECHA-ASENTADO NOT = ZERO
                   AND MAN-FECHA-ASENTADO < WS-FECHA-HOY
                   AND MAN-FECHA-REVERSION NOT > WS-FECHA-HOY
                   AND (MAN-FECHA-REV-ASENTADA = ZERO
                   OR MAN-FECHA-REV-ASENTADA = WS-FECHA-HOY)
               SET MAN-REVERTIR TO TRUE
               MOVE WS-FECHA-HOY TO MAN-FECHA-REV-ASENTADA
               REWRITE ASIENTO-MANUAL-RECORD
           END-IF.

       DECIDE-MANUAL-FIN.
           EXIT.

       GENERA-APUNTE-MANUAL.
           MOVE MAN-CUENTA TO WS-CUENTA
           MOVE SPACES TO WS-CAMPO-GRUPO
           STRING "M" MAN-NUMERO DELIMITED BY SIZE
               INTO WS-CAMPO-GRUPO
           MOVE MAN-IMPORTE TO WS-IMPORTE-ABS
           IF MAN-REVERTIR
               ADD 1 TO WS-CONT-REVERSIONES
               IF MAN-AL-DEBE
                   MOVE "H" TO WS-LADO
               ELSE
                   MOVE "D" TO WS-LADO
               END-IF
           ELSE
               ADD 1 TO WS-CONT-MANUALES
               MOVE MAN-LADO TO WS-LADO
           END-IF
           MOVE WS-MAN-PERIODO TO WS-PERIODO-APUNTE
           PERFORM ESCRIBE-APUNTE
           MOVE WS-PERIODO-MES TO WS-PERIODO-APUNTE.

       ASIENTA-FALLIDOS.
      *    CADA QUEBRANTO SE ASIENTA UNA SOLA VEZ: LOS YA MARCADOS
      *    CON OTRA FECHA DE PROCESO SE SALTAN
           OPEN I-O FALLIDOS-FILE
           IF WS-FALLIDOS-STATUS NOT = "00"
               GO TO ASIENTA-FALLIDOS-FIN
           END-IF
           PERFORM LEE-FALLIDO
           PERFORM UNTIL FIN-FALLIDOS
               IF FAL-FECHA-CONTABLE = ZERO
                       OR FAL-FECHA-CONTABLE = WS-FECHA-HOY
                   PERFORM GENERA-APUNTE-FALLIDO
               END-IF
               PERFORM LEE-FALLIDO
           END-PERFORM
           CLOSE FALLIDOS-FILE
           IF WS-CONT-FALLIDOS > ZERO
               DISPLAY "APUNTES DE QUEBRANTO DE SUSPENSO GENERADOS: "
                   WS-CONT-FALLIDOS
           END-IF.

       ASIENTA-FALLIDOS-FIN.
           EXIT.

       LEE-FALLIDO.
           READ FALLIDOS-FILE NEXT RECORD
               AT END
                   SET FIN-FALLIDOS TO TRUE
           END-READ.

       GENERA-APUNTE-FALLIDO.
           ADD 1 TO WS-CONT-FALLIDOS
           MOVE FAL-CUENTA TO WS-CUENTA
           MOVE FAL-GRUPO TO WS-CAMPO-GRUPO
           MOVE "D" TO WS-LADO
           MOVE FAL-IMPORTE-BASE TO WS-IMPORTE-ABS
           PERFORM ESCRIBE-APUNTE
           MOVE WS-CUENTA-PUENTE TO WS-CUENTA
           MOVE "H" TO WS-LADO
           PERFORM ESCRIBE-APUNTE
           MOVE WS-FECHA-HOY TO FAL-FECHA-CONTABLE
           REWRITE FALLIDO-REGISTRO.

       ASIENTA-REDONDEO.
      *    EL RESIDUO ACUMULADO DE LA CORRIDA VA A LA CUENTA DE
      *    REDONDEOS CON CONTRAPARTIDA AL PUENTE; ES POCO DINERO,
           ELSE
               MOVE "D" TO WS-LADO
           END-IF
           PERFORM ESCRIBE-APUNTE
      *    LINEAS ANTERIORES AL IVA NO TRAEN LOS CAMPOS NUEVOS
           IF COM-IVA NOT NUMERIC
               MOVE ZERO TO COM-IVA COM-PORCENTAJE-IVA
           END-IF
           IF COM-IVA NOT = ZERO
               MOVE "COM" TO WS-CUENTA
               MOVE COM-GRUPO TO WS-CUENTA(4:7)
               IF COM-IVA < ZERO
                   MOVE "H" TO WS-LADO
                   COMPUTE WS-IMPORTE-ABS = COM-IVA * -1
               ELSE
                   MOVE "D" TO WS-LADO
                   MOVE COM-IVA TO WS-IMPORTE-ABS
               END-IF
               PERFORM ESCRIBE-APUNTE
               MOVE WS-CUENTA-IVA TO WS-CUENTA
               IF WS-LADO = "D"
                   MOVE "H" TO WS-LADO
               ELSE
                   MOVE "D" TO WS-LADO
               END-IF
               PERFORM ESCRIBE-APUNTE
               ADD COM-IVA TO WS-TOTAL-IVA
           END-IF
           PERFORM GRABA-IVA-REPERCUTIDO.

       ABRE-IVA-REPERCUTIDO.
      *    COMO EL MAYOR, LO DEL DIA SE SUSTITUYE ENTERO
           OPEN I-O IVA-REPERCUTIDO-FILE
           IF WS-IVA-REPERCUTIDO-STATUS NOT = "00"
               OPEN OUTPUT IVA-REPERCUTIDO-FILE
               CLOSE IVA-REPERCUTIDO-FILE
               OPEN I-O IVA-REPERCUTIDO-FILE
           END-IF
           IF WS-IVA-REPERCUTIDO-STATUS NOT = "00"
               DISPLAY "AVISO: IVA_REPERCUTIDO.DAT NO DISPONIBLE, NO "
                   "SE REGISTRA EL IVA DEL DIA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO ABRE-IVA-REPERCUTIDO-FIN
           END-IF
           SET IVA-REPERCUTIDO-ABIERTO TO TRUE
           MOVE WS-FECHA-HOY TO IVR-FECHA
           MOVE LOW-VALUES TO IVR-GRUPO IVR-SUCURSAL
           START IVA-REPERCUTIDO-FILE KEY IS >= IVR-CLAVE
               INVALID KEY
                   SET FIN-IVA-REPERCUTIDO TO TRUE
           END-START
           PERFORM UNTIL FIN-IVA-REPERCUTIDO
               READ IVA-REPERCUTIDO-FILE NEXT RECORD
                   AT END
                       SET FIN-IVA-REPERCUTIDO TO TRUE
                   NOT AT END
                       IF IVR-FECHA NOT = WS-FECHA-HOY
                           SET FIN-IVA-REPERCUTIDO TO TRUE
                       ELSE
                           DELETE IVA-REPERCUTIDO-FILE
                       END-IF
               END-READ
           END-PERFORM.

       ABRE-IVA-REPERCUTIDO-FIN.
           EXIT.

       GRABA-IVA-REPERCUTIDO.
           IF IVA-REPERCUTIDO-ABIERTO
               MOVE SPACES TO IVA-REPERCUTIDO-RECORD
               MOVE WS-FECHA-HOY TO IVR-FECHA
               MOVE COM-GRUPO TO IVR-GRUPO
               MOVE COM-SUCURSAL TO IVR-SUCURSAL
               MOVE WS-PERIODO-APUNTE TO IVR-PERIODO
               MOVE COM-ORIGEN TO IVR-ORIGEN
               MOVE COM-CONT-OPERACIONES TO IVR-CONT-OPERACIONES
               MOVE COM-IMPORTE TO IVR-BASE
               MOVE COM-PORCENTAJE-IVA TO IVR-PORCENTAJE
               IF COM-EXENTA-IVA
                   MOVE "S" TO IVR-EXENTO
               ELSE
                   MOVE "N" TO IVR-EXENTO
               END-IF
               MOVE COM-IVA TO IVR-CUOTA
               WRITE IVA-REPERCUTIDO-RECORD
                   INVALID KEY
                       DISPLAY "AVISO: GRUPO REPETIDO EN EL REGISTRO "
                           "DE IVA: " COM-GRUPO " " COM-SUCURSAL
               END-WRITE
           END-IF.

       ESCRIBE-APUNTE.
           PERFORM VALIDA-CUENTA THRU VALIDA-CUENTA-FIN
               ADD WS-IMPORTE-ABS TO WS-TOTAL-DEBE
           ELSE
               ADD WS-IMPORTE-ABS TO WS-TOTAL-HABER
           END-IF
           PERFORM ACUMULA-SALDO THRU ACUMULA-SALDO-FIN
           PERFORM GRABA-MAYOR.

       ABRE-MAYOR.
      *    COMO LOS SALDOS, LO DEL DIA SE SUSTITUYE ENTERO
           OPEN I-O MAYOR-FILE
           IF WS-MAYOR-STATUS NOT = "00"
               OPEN OUTPUT MAYOR-FILE
               CLOSE MAYOR-FILE
               OPEN I-O MAYOR-FILE
           END-IF
           IF WS-MAYOR-STATUS NOT = "00"
               DISPLAY "AVISO: MAYOR_APUNTES.DAT NO DISPONIBLE, NO "
                   "SE GUARDAN LOS APUNTES DEL DIA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO ABRE-MAYOR-FIN
           END-IF
           SET MAYOR-ABIERTO TO TRUE
           MOVE WS-FECHA-HOY TO MAY-FECHA
           MOVE ZERO TO MAY-SECUENCIA
           START MAYOR-FILE KEY IS >= MAY-CLAVE
               INVALID KEY
                   SET FIN-MAYOR TO TRUE
           END-START
           PERFORM UNTIL FIN-MAYOR
               READ MAYOR-FILE NEXT RECORD
                   AT END
                       SET FIN-MAYOR TO TRUE
                   NOT AT END
                       IF MAY-FECHA NOT = WS-FECHA-HOY
                           SET FIN-MAYOR TO TRUE
                       ELSE
                           DELETE MAYOR-FILE
                       END-IF
               END-READ
           END-PERFORM.

       ABRE-MAYOR-FIN.
           EXIT.

       GRABA-MAYOR.
           IF MAYOR-ABIERTO
               ADD 1 TO WS-MAY-SECUENCIA
               MOVE WS-FECHA-HOY TO MAY-FECHA MAY-FECHA-CTA
               MOVE WS-MAY-SECUENCIA TO MAY-SECUENCIA
                   MAY-SECUENCIA-CTA
               MOVE ASI-CUENTA TO MAY-CUENTA
               MOVE WS-PERIODO-APUNTE TO MAY-PERIODO
               MOVE WS-LADO TO MAY-LADO
               MOVE WS-IMPORTE-ABS TO MAY-IMPORTE
               MOVE ASI-GRUPO TO MAY-REFERENCIA
               WRITE MAYOR-APUNTE-RECORD
           END-IF.

       ACUMULA-SALDO.
           MOVE ZERO TO WS-SAL-POS
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-USADAS
                   OR WS-SAL-POS > ZERO
               IF WS-SAL-CUENTA(WS-SAL-IDX) = ASI-CUENTA
                       AND WS-SAL-PERIODO(WS-SAL-IDX)
                       = WS-PERIODO-APUNTE
                   MOVE WS-SAL-IDX TO WS-SAL-POS
               END-IF
           END-PERFORM
           IF WS-SAL-POS = ZERO
               IF WS-SAL-USADAS < 300
                   ADD 1 TO WS-SAL-USADAS
                   MOVE WS-SAL-USADAS TO WS-SAL-POS
                   MOVE ASI-CUENTA TO WS-SAL-CUENTA(WS-SAL-POS)
                   MOVE WS-PERIODO-APUNTE
                       TO WS-SAL-PERIODO(WS-SAL-POS)
                   MOVE ZERO TO WS-SAL-DEBE(WS-SAL-POS)
                       WS-SAL-HABER(WS-SAL-POS)
                       WS-SAL-APUNTES(WS-SAL-POS)
               ELSE
                   SET SAL-DESBORDE TO TRUE
                   GO TO ACUMULA-SALDO-FIN
               END-IF
           END-IF
           ADD 1 TO WS-SAL-APUNTES(WS-SAL-POS)
           IF WS-LADO = "D"
               ADD WS-IMPORTE-ABS TO WS-SAL-DEBE(WS-SAL-POS)
           ELSE
               ADD WS-IMPORTE-ABS TO WS-SAL-HABER(WS-SAL-POS)
           END-IF.

       ACUMULA-SALDO-FIN.
           EXIT.

       GRABA-SALDOS.
      *    LO DEL DIA SE SUSTITUYE ENTERO: UN RELANZAMIENTO REGENERA
      *    EL FICHERO DE INTERFAZ Y NO DEBE SUMAR DOS VECES
           OPEN I-O SALDOS-FILE
           IF WS-SALDOS-STATUS NOT = "00"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF
           IF WS-SALDOS-STATUS NOT = "00"
               DISPLAY "AVISO: SALDOS_CUENTAS.DAT NO DISPONIBLE, NO "
                   "SE GUARDAN LOS SALDOS DEL DIA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO GRABA-SALDOS-FIN
           END-IF
           MOVE WS-FECHA-HOY TO SAL-FECHA
           MOVE ZERO TO SAL-PERIODO
           MOVE LOW-VALUES TO SAL-CUENTA
           START SALDOS-FILE KEY IS >= SAL-CLAVE
               INVALID KEY
                   SET FIN-SALDOS TO TRUE
           END-START
           PERFORM UNTIL FIN-SALDOS
               READ SALDOS-FILE NEXT RECORD
                   AT END
                       SET FIN-SALDOS TO TRUE
                   NOT AT END
                       IF SAL-FECHA NOT = WS-FECHA-HOY
                           SET FIN-SALDOS TO TRUE
                       ELSE
                           DELETE SALDOS-FILE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-USADAS
               MOVE WS-FECHA-HOY TO SAL-FECHA
               MOVE WS-SAL-PERIODO(WS-SAL-IDX) TO SAL-PERIODO
               MOVE WS-SAL-CUENTA(WS-SAL-IDX) TO SAL-CUENTA
               MOVE WS-SAL-DEBE(WS-SAL-IDX) TO SAL-DEBE
               MOVE WS-SAL-HABER(WS-SAL-IDX) TO SAL-HABER
               MOVE WS-SAL-APUNTES(WS-SAL-IDX) TO SAL-CONT-APUNTES
               WRITE SALDO-CUENTA-RECORD
           END-PERFORM
           CLOSE SALDOS-FILE
           IF SAL-DESBORDE
               DISPLAY "AVISO: MAS DE 300 CUENTAS EN EL DIA, "
                   "SALDOS_CUENTAS.DAT QUEDA INCOMPLETO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       GRABA-SALDOS-FIN.
           EXIT.

       VALIDA-CUENTA.
      *    LA CUENTA PUENTE ES INTERNA DEL PROPIO FICHERO Y NO PASA
      *    POR EL PLAN; TODO LO DEMAS SE COTEJA Y LO DESCONOCIDO O
