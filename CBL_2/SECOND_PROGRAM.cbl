      *          four running against one shared pair, so a retried or
      *          corrected operation never reuses a stale NUM1/NUM2
      *          left over from an earlier record in the same run.
      *          A reversal record (class "R", carrying the process
      *          date of the original) recomputes the original
      *          operation and posts the equal-and-opposite RESULT,
      *          registering the reversal in OPERACIONES_ANULADAS.DAT
      *          so the same operation can never be backed out twice.
      *          Fees carry output VAT at the rate in force on the
      *          process date (IVA_TIPOS.DAT), unless the
      *          originator holds a current exemption
      *          (IVA_EXENCIONES.DAT); both are maintained in
      *          IVA-MAINT. The VAT goes to COMISIONES_GRUPO.DAT next
      *          to the fee, with the originator, rate and exemption
      *          flag, for INTERFAZ-CONTABLE and ACUSE-LOTE. Fees are
      *          accrued per group, branch and originator, so that the
      *          branch profitability statement can credit each branch
      *          with its own fee income and each originator gets its
      *          own exemption. The originator of an operation is the
      *          one its detail carries (EDITA-TRANSACCIONES always
      *          fills it in; items released from the value-date store
      *          or from exposure hold keep their own), falling back
      *          to the batch header. Every line written to the CSV is
      *          also kept in the processed-operations history
      *          OPERACIONES_HISTORICO.DAT (COPY OPHISREC), keyed by
      *          process date, group and sequence and carrying the
      *          operation's originator, so that the report steps
      *          and the transaction trace read typed records instead of
      *          reparsing the CSV, and can look back across days.
      *          A suspended item keeps its originator in SUS-ORIGEN,
      *          so that when it is released into a later batch it is
      *          still settled to the originator that sent it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WS-PROCESADAS-STATUS.

      *    ANULACIONES CONTABILIZADAS, CON LA MISMA CLAVE QUE LAS
      *    PROCESADAS: UN WRITE CON STATUS 22 DELATA LA SEGUNDA
      *    ANULACION DE LA MISMA OPERACION
           SELECT ANULADAS-FILE ASSIGN TO "OPERACIONES_ANULADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANU-CLAVE
               FILE STATUS IS WS-ANULADAS-STATUS.

      *    HISTORICO DE OPERACIONES PROCESADAS: LO MISMO QUE SALE
      *    EN EL CSV, POR FECHA, GRUPO Y SECUENCIA, PARA LOS INFORMES
      *    Y EL RASTREO
           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT DUPLICADAS-FILE
               ASSIGN TO "OPERACIONES_DUPLICADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMISIONES-STATUS.

      *    TIPOS DE IVA POR FECHA DE VIGENCIA Y ORIGINADORES EXENTOS
      *    (IVA-MAINT): EL IVA DE LAS COMISIONES SE CALCULA CON EL
      *    TIPO VIGENTE EN LA FECHA DE PROCESO
           SELECT IVA-TIPOS-FILE ASSIGN TO "IVA_TIPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVT-FECHA-DESDE
               FILE STATUS IS WS-IVA-TIPOS-STATUS.

           SELECT IVA-EXENCIONES-FILE ASSIGN TO "IVA_EXENCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IVE-ORIGEN
               FILE STATUS IS WS-IVA-EXENCIONES-STATUS.

      *    RESIDUO DE REDONDEO DE LAS CONVERSIONES DE DIVISA DE LA
      *    CORRIDA: LO ASIENTA INTERFAZ-CONTABLE EN LA CUENTA DE
      *    REDONDEOS PARA QUE LAS FRACCIONES NO SE ESFUMEN SIN
      *    VALIDADA POR EDITA-TRANSACCIONES; EN BLANCO ES UN
      *    REGISTRO NORMAL DE LA JORNADA
           05  TR-FECHA-VALOR PIC X(8).
      *    CLASE DE REGISTRO: "R" = ANULACION DE LA OPERACION
      *    PROCESADA EN TR-FECHA-ORIGINAL (VALIDADA POR EDITA-
      *    TRANSACCIONES); EN BLANCO ES UNA OPERACION NORMAL
           05  TR-CLASE-REGISTRO PIC X.
               88  TR-ES-ANULACION VALUE "R".
           05  TR-FECHA-ORIGINAL PIC X(8).
      *    HORA DE CAPTURA (SOLO LA USA EDITA-TRANSACCIONES) Y
      *    ORIGINADOR DE LA PARTIDA; EN BLANCO ES EL DE LA CABECERA
           05  FILLER PIC X(4).
           05  TR-ORIGEN PIC X(10).
       01  TRANS-RECORD-GENERICO.
           05  TR-TIPO-REGISTRO PIC X.
               88  TR-ES-CABECERA VALUE "H".
               10  PRO-OPERACION PIC X.
           05  PRO-FECHA-PROCESO PIC 9(8).

       FD  ANULADAS-FILE.
       COPY ANULAREC.

       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  DUPLICADAS-FILE.
       01  DUPLICADA-RECORD.
           05  DUP-GRUPO PIC X(7).
           05  COM-GRUPO PIC X(7).
           05  COM-CONT-OPERACIONES PIC 9(6).
           05  COM-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-ORIGEN PIC X(10).
           05  COM-PORCENTAJE-IVA PIC 9(2)V99.
           05  COM-EXENTO-IVA PIC X.
               88  COM-EXENTA-IVA VALUE "S".
           05  COM-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-SUCURSAL PIC X(4).

       FD  IVA-TIPOS-FILE.
       COPY IVATIREC.

       FD  IVA-EXENCIONES-FILE.
       COPY IVAEXREC.

       FD  REDONDEOS-FILE.
       01  REDONDEO-RECORD.
           88  ES-DUPLICADA VALUE "Y".
       01  WS-CONT-DUPLICADAS PIC 9(6) VALUE ZERO.

       01  WS-ANULADAS-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-CONT-ANULACIONES PIC 9(6) VALUE ZERO.

       01  WS-GRUPOS-STATUS PIC XX.
       01  WS-VALIDAR-GRUPOS PIC X VALUE "N".
           88  VALIDAR-GRUPOS VALUE "Y".
       01  WS-SUC-IDX PIC 99.
       01  WS-SUC-HALLADA PIC X.
       01  WS-SUC-ACTUAL PIC X(4).
      *    ORIGINADOR DE LA OPERACION EN CURSO
       01  WS-ORIGEN-ACTUAL PIC X(10).
       01  WS-CONT-PROCESADAS-TOT PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-BASE-GLOBAL PIC S9(9)V99 VALUE ZERO.
       01  SUC-TOTAL-EDITADO PIC -ZZZZZZZZ9.99 VALUE ZERO.
           88  HAY-TARIFAS VALUE "Y".
       01  WS-COMISION PIC S9(7)V99.
       01  WS-COM-TABLA.
           05  WS-COM-ENT OCCURS 200 TIMES.
               10  WS-COM-GRUPO PIC X(7).
               10  WS-COM-SUCURSAL PIC X(4).
               10  WS-COM-ORIGEN PIC X(10).
               10  WS-COM-CONT PIC 9(6).
               10  WS-COM-TOTAL PIC S9(7)V99.
       01  WS-COM-USADAS PIC 999 VALUE ZERO.
       01  WS-COM-IDX PIC 999.
       01  WS-COM-POS PIC 999.
       01  WS-COM-GLOBAL PIC S9(9)V99 VALUE ZERO.

      *    IVA REPERCUTIDO SOBRE LAS COMISIONES DEL LOTE
       01  WS-IVA-TIPOS-STATUS PIC XX.
       01  WS-IVA-EXENCIONES-STATUS PIC XX.
       01  WS-EOF-IVA-TIPOS PIC X VALUE "N".
           88  FIN-IVA-TIPOS VALUE "Y".
       01  WS-IVA-PORCENTAJE PIC 9(2)V99 VALUE ZERO.
       01  WS-IVA-PORC-EDITADO PIC Z9.99.
       01  WS-IVA-TIPO-HALLADO PIC X VALUE "N".
           88  IVA-TIPO-HALLADO VALUE "S".
       01  WS-IVA-ORIGEN PIC X(10) VALUE SPACES.
       01  WS-IVA-EXENTO PIC X VALUE "N".
           88  IVA-EXENTO VALUE "S".
       01  WS-HAY-EXENCIONES PIC X VALUE "N".
           88  HAY-EXENCIONES VALUE "S".
       01  WS-COM-IVA PIC S9(7)V99.
       01  WS-COM-IVA-GLOBAL PIC S9(9)V99 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "OPERACIONES-BASICAS".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "OPERACION".
                OPEN I-O PROCESADAS-FILE
            END-IF

            OPEN I-O ANULADAS-FILE
            IF WS-ANULADAS-STATUS NOT = "00"
                OPEN OUTPUT ANULADAS-FILE
                CLOSE ANULADAS-FILE
                OPEN I-O ANULADAS-FILE
            END-IF

            OPEN I-O HISTORICO-FILE
            IF WS-HISTORICO-STATUS NOT = "00"
                OPEN OUTPUT HISTORICO-FILE
                CLOSE HISTORICO-FILE
                OPEN I-O HISTORICO-FILE
            END-IF
            CALL "FILEERR" USING WS-AUDIT-PROGRAMA
                "OPERACIONES_HISTORICO.DAT" WS-HISTORICO-STATUS
                WS-SEVERIDAD
            IF WS-SEVERIDAD NOT = ZERO
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            IF MODO-REINICIO
                OPEN EXTEND DUPLICADAS-FILE
            ELSE
            CLOSE CSV-FILE
            CLOSE SUSPENSE-FILE
            CLOSE PROCESADAS-FILE
            CLOSE ANULADAS-FILE
            CLOSE HISTORICO-FILE
            CLOSE DUPLICADAS-FILE
            IF VALIDAR-GRUPOS
                CLOSE GRUPOS-FILE
                MOVE TR-NUM1 TO NUM1
                MOVE TR-NUM2 TO NUM2
                MOVE TR-OPERATION-CODE TO WS-OPERATION-CODE
      *         EL ORIGINADOR SE FIJA ANTES DE CUALQUIER SUSPENSO PARA
      *         QUE LA PARTIDA SUSPENDIDA LO CONSERVE
                MOVE TR-ORIGEN TO WS-ORIGEN-ACTUAL
                IF WS-ORIGEN-ACTUAL = SPACES
                    MOVE CAB-ORIGEN TO WS-ORIGEN-ACTUAL
                END-IF
                PERFORM VERIFICA-GRUPO THRU VERIFICA-GRUPO-FIN
                IF NOT GRUPO-VALIDO
                    PERFORM SUSPENDE-GRUPO-INVALIDO
      *         TRANSACCION VA A PROCESARSE DE VERDAD: UNA PARTIDA
      *         SUSPENDIDA Y LUEGO LIBERADA DEBE PODER REENTRAR SIN
      *         QUEDAR RETENIDA COMO FALSA DUPLICADA
      *         LA ANULACION YA TIENE SU ORIGINAL EN PROCESADAS; LO
      *         QUE NO PUEDE REPETIRSE ES LA PROPIA ANULACION
                IF TR-ES-ANULACION
                    PERFORM REGISTRA-ANULACION
                ELSE
                    PERFORM VERIFICA-DUPLICADO
                END-IF
                IF ES-DUPLICADA
                    PERFORM RETIENE-DUPLICADA
                    GO TO PROCESA-TRANSACCION-FIN
                        " SUCURSAL=" WS-SUC-ACTUAL
                        DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                END-IF
                IF TR-ES-ANULACION
                    MOVE SPACES TO WS-AUDIT-DETALLE
                    STRING "GRUPO=" WS-GRUPO-TRANSACCION
                        " NUM1=" NUM1 " NUM2=" NUM2 " OPERACION="
                        WS-OPERATION-CODE " RESULT=" RESULT
                        " SUCURSAL=" WS-SUC-ACTUAL
                        " ANULA=" TR-FECHA-ORIGINAL
                        DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                END-IF
      *         LOS AJUSTES RETROTRAIDOS SE AUDITAN CON SU FECHA
      *         VALOR Y SIN EL MARCADOR DE OPERACION NORMAL, PARA
      *         QUE EL RESUMEN DIARIO LOS CONTABILICE EN EL DIA AL
                    MOVE "Y" TO WS-ES-DUPLICADA
            END-WRITE.

       REGISTRA-ANULACION.
            MOVE "N" TO WS-ES-DUPLICADA
            MOVE WS-GRUPO-TRANSACCION TO ANU-GRUPO
            MOVE TR-NUM1 TO ANU-NUM1
            MOVE TR-NUM2 TO ANU-NUM2
            MOVE TR-OPERATION-CODE TO ANU-OPERACION
            MOVE TR-FECHA-ORIGINAL TO ANU-FECHA-ORIGINAL
            CALL "FECHAPROC" USING WS-FECHA-HOY
            MOVE WS-FECHA-HOY TO ANU-FECHA-ANULACION
            MOVE CAB-LOTE-ID TO ANU-LOTE-ID
            WRITE ANULACION-REGISTRO
                INVALID KEY
                    MOVE "Y" TO WS-ES-DUPLICADA
            END-WRITE.

       VERIFICA-GRUPO.
            MOVE "Y" TO WS-GRUPO-VALIDO
            IF NOT VALIDAR-GRUPOS
            WRITE REPORT-RECORD
            STRING "SUSPENSO=" WS-CONT-SUSPENSO
                " DUPLICADAS=" WS-CONT-DUPLICADAS
                " ANULACIONES=" WS-CONT-ANULACIONES
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            IF HAY-TABLA
      *    DEL INFORME (VER IMPORTE-EDITADO) PARA QUE EL CSV LLEVE UN
      *    NUMERO DECIMAL NORMAL Y NO LA REPRESENTACION INTERNA DE UN
      *    CAMPO SIGN IS TRAILING SEPARATE.
      *    LA ANULACION CONTABILIZA EL RESULTADO OPUESTO AL DE LA
      *    OPERACION ORIGINAL, CONVERTIDO A LA TASA DE SU FECHA DE
      *    PROCESO PARA QUE LA MONEDA BASE SE COMPENSE AL CENTIMO
            IF TR-ES-ANULACION
                COMPUTE RESULT = RESULT * -1
                ADD 1 TO WS-CONT-ANULACIONES
                MOVE SPACES TO REPORT-RECORD
                STRING "  ANULACION DE LA OPERACION PROCESADA EL "
                    TR-FECHA-ORIGINAL ": RESULT=" RESULT
                    DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF
            MOVE NUM1 TO CSV-NUM1-EDITADO
            MOVE NUM2 TO CSV-NUM2-EDITADO
            MOVE RESULT TO CSV-RESULT-EDITADO
                    MOVE WS-TASA-FECHA TO WS-TASA-CONV
                END-IF
            END-IF
            IF NOT DIVISA-BASE AND TR-ES-ANULACION
                MOVE TR-FECHA-ORIGINAL TO WS-FECHA-VALOR-NUM
                CALL "BUSCA-TASA-FECHA" USING WS-DIVISA
                    WS-FECHA-VALOR-NUM WS-TASA-FECHA
                    WS-TASA-FECHA-MARCA
                IF WS-TASA-FECHA-MARCA = "Y"
                    MOVE WS-TASA-FECHA TO WS-TASA-CONV
                END-IF
            END-IF
            COMPUTE WS-RESULT-BASE ROUNDED = RESULT * WS-TASA-CONV
      *     EL RESIDUO DEL REDONDEO A DOS DECIMALES NO SE ESFUMA:
      *     SE ACUMULA Y SE ASIENTA EN LA CUENTA DE REDONDEOS
                ADD 1 TO WS-CONT-CONVERSIONES
            END-IF
            MOVE WS-RESULT-BASE TO CSV-BASE-EDITADO
      *     LA ANULACION LLEVA UNA NOVENA COLUMNA CON LA FECHA DE
      *     PROCESO DE LA ORIGINAL PARA QUE CONTABILIDAD Y RASTREO
      *     ENLACEN AMBAS; LAS OPERACIONES NORMALES NO CAMBIAN
            MOVE SPACES TO CSV-RECORD
            IF TR-ES-ANULACION
                STRING CSV-NUM1-EDITADO "," CSV-NUM2-EDITADO ","
                    WS-CSV-OPERACION "," CSV-RESULT-EDITADO ","
                    WS-GRUPO-TRANSACCION "," WS-DIVISA ","
                    CSV-BASE-EDITADO "," WS-SUC-ACTUAL ","
                    TR-FECHA-ORIGINAL
                    DELIMITED BY SIZE INTO CSV-RECORD
            ELSE
                STRING CSV-NUM1-EDITADO "," CSV-NUM2-EDITADO ","
                    WS-CSV-OPERACION "," CSV-RESULT-EDITADO ","
                    WS-GRUPO-TRANSACCION "," WS-DIVISA ","
                    CSV-BASE-EDITADO "," WS-SUC-ACTUAL
                    DELIMITED BY SIZE INTO CSV-RECORD
            END-IF
            WRITE CSV-RECORD
            PERFORM GRABA-HISTORICO
            PERFORM ACUMULA-SUCURSAL
      *     LA ANULACION NO DEVENGA COMISION
            IF NOT TR-ES-ANULACION
                PERFORM DEVENGA-COMISION THRU DEVENGA-COMISION-FIN
            END-IF
            IF NOT DIVISA-BASE
                MOVE WS-RESULT-BASE TO WS-IMPORTE-COMUN
                CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
      *     LA COMISION SE DEVENGA SOBRE CADA OPERACION PROCESADA DE
      *     VERDAD, CON LA TARIFA DEL GRUPO: FIJA MAS PORCENTAJE
      *     SOBRE EL RESULT EN MONEDA BASE. GRUPO SIN TARIFA = SIN
      *     COMISION, COMO HASTA AHORA. SE ACUMULA POR GRUPO,
      *     SUCURSAL Y ORIGINADOR DE LA TRANSACCION.
            IF NOT HAY-TARIFAS
                GO TO DEVENGA-COMISION-FIN
            END-IF
                    UNTIL WS-COM-IDX > WS-COM-USADAS
                    OR WS-COM-POS > ZERO
                IF WS-COM-GRUPO(WS-COM-IDX) = WS-GRUPO-TRANSACCION
                        AND WS-COM-SUCURSAL(WS-COM-IDX)
                        = WS-SUC-ACTUAL
                        AND WS-COM-ORIGEN(WS-COM-IDX)
                        = WS-ORIGEN-ACTUAL
                    MOVE WS-COM-IDX TO WS-COM-POS
                END-IF
            END-PERFORM
                ADD 1 TO WS-COM-CONT(WS-COM-POS)
                ADD WS-COMISION TO WS-COM-TOTAL(WS-COM-POS)
            ELSE
                IF WS-COM-USADAS < 200
                    ADD 1 TO WS-COM-USADAS
                    MOVE WS-GRUPO-TRANSACCION
                        TO WS-COM-GRUPO(WS-COM-USADAS)
                    MOVE WS-SUC-ACTUAL
                        TO WS-COM-SUCURSAL(WS-COM-USADAS)
                    MOVE WS-ORIGEN-ACTUAL
                        TO WS-COM-ORIGEN(WS-COM-USADAS)
                    MOVE 1 TO WS-COM-CONT(WS-COM-USADAS)
                    MOVE WS-COMISION TO WS-COM-TOTAL(WS-COM-USADAS)
                END-IF
                GO TO ESCRIBE-COMISIONES-FIN
            END-IF
            CALL "FECHAPROC" USING WS-FECHA-HOY
            PERFORM DETERMINA-IVA THRU DETERMINA-IVA-FIN
            MOVE "TOTALES DE COMISIONES POR GRUPO" TO REPORT-RECORD
            WRITE REPORT-RECORD
            OPEN OUTPUT COMISIONES-FILE
            OPEN INPUT IVA-EXENCIONES-FILE
            IF WS-IVA-EXENCIONES-STATUS = "00"
                SET HAY-EXENCIONES TO TRUE
            END-IF
            PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                    UNTIL WS-COM-IDX > WS-COM-USADAS
      *         EL IVA SE CALCULA SOBRE LA COMISION DEL GRUPO,
      *         SUCURSAL Y ORIGINADOR, COMO UNA LINEA DE FACTURA AL
      *         ORIGINADOR, SALVO QUE ESE ORIGINADOR ESTE EXENTO
                PERFORM DETERMINA-EXENCION
                IF IVA-EXENTO
                    MOVE ZERO TO WS-COM-IVA
                ELSE
                    COMPUTE WS-COM-IVA ROUNDED =
                        WS-COM-TOTAL(WS-COM-IDX) * WS-IVA-PORCENTAJE
                        / 100
                END-IF
                ADD WS-COM-IVA TO WS-COM-IVA-GLOBAL
                MOVE WS-COM-TOTAL(WS-COM-IDX) TO WS-IMPORTE-COMUN
                CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                    WS-IMPORTE-FMT
                MOVE SPACES TO REPORT-RECORD
                STRING "GRUPO " WS-COM-GRUPO(WS-COM-IDX)
                    " SUC " WS-COM-SUCURSAL(WS-COM-IDX)
                    " OPERACIONES=" WS-COM-CONT(WS-COM-IDX)
                    " COMISION=" WS-IMPORTE-FMT
                    DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE WS-COM-IVA TO WS-IMPORTE-COMUN
                CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                    WS-IMPORTE-FMT
                MOVE SPACES TO REPORT-RECORD
                IF IVA-EXENTO
                    STRING "      IVA=" WS-IMPORTE-FMT
                        " ORIGINADOR=" WS-COM-ORIGEN(WS-COM-IDX)
                        " EXENTO"
                        DELIMITED BY SIZE INTO REPORT-RECORD
                ELSE
                    STRING "      IVA=" WS-IMPORTE-FMT
                        " ORIGINADOR=" WS-COM-ORIGEN(WS-COM-IDX)
                        DELIMITED BY SIZE INTO REPORT-RECORD
                END-IF
                WRITE REPORT-RECORD
                MOVE SPACES TO COMISION-RECORD
                MOVE WS-FECHA-HOY TO COM-FECHA
                MOVE WS-COM-GRUPO(WS-COM-IDX) TO COM-GRUPO
                MOVE WS-COM-CONT(WS-COM-IDX)
                    TO COM-CONT-OPERACIONES
                MOVE WS-COM-TOTAL(WS-COM-IDX) TO COM-IMPORTE
                MOVE WS-IVA-ORIGEN TO COM-ORIGEN
                MOVE WS-IVA-PORCENTAJE TO COM-PORCENTAJE-IVA
                MOVE WS-IVA-EXENTO TO COM-EXENTO-IVA
                MOVE WS-COM-IVA TO COM-IVA
                MOVE WS-COM-SUCURSAL(WS-COM-IDX) TO COM-SUCURSAL
                WRITE COMISION-RECORD
            END-PERFORM
            IF HAY-EXENCIONES
                CLOSE IVA-EXENCIONES-FILE
            END-IF
            CLOSE COMISIONES-FILE
            MOVE WS-COM-GLOBAL TO WS-IMPORTE-COMUN
            CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                WS-IMPORTE-FMT
            MOVE SPACES TO REPORT-RECORD
            STRING "COMISION TOTAL DE LA CORRIDA=" WS-IMPORTE-FMT
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE WS-COM-IVA-GLOBAL TO WS-IMPORTE-COMUN
            CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                WS-IMPORTE-FMT
            MOVE SPACES TO REPORT-RECORD
            MOVE WS-IVA-PORCENTAJE TO WS-IVA-PORC-EDITADO
            STRING "IVA SOBRE COMISIONES=" WS-IMPORTE-FMT
                " (TIPO " WS-IVA-PORC-EDITADO "%)"
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD.

       ESCRIBE-COMISIONES-FIN.
            EXIT.

       DETERMINA-EXENCION.
      *     EXENCION VIGENTE EN LA FECHA DE PROCESO PARA EL
      *     ORIGINADOR DE LA FILA DE COMISION
            MOVE "N" TO WS-IVA-EXENTO
            MOVE WS-COM-ORIGEN(WS-COM-IDX) TO WS-IVA-ORIGEN
            IF HAY-EXENCIONES
                MOVE WS-IVA-ORIGEN TO IVE-ORIGEN
                READ IVA-EXENCIONES-FILE
                    NOT INVALID KEY
                        IF IVE-FECHA-DESDE NOT > WS-FECHA-HOY
                                AND (IVE-FECHA-HASTA = ZERO
                                OR IVE-FECHA-HASTA NOT < WS-FECHA-HOY)
                            SET IVA-EXENTO TO TRUE
                        END-IF
                END-READ
            END-IF
            IF IVA-EXENTO
                DISPLAY "COMISIONES EXENTAS DE IVA: ORIGINADOR "
                    WS-IVA-ORIGEN " GRUPO " WS-COM-GRUPO(WS-COM-IDX)
            END-IF.

       DETERMINA-IVA.
      *     TIPO VIGENTE EN LA FECHA DE PROCESO: EL DE FECHA DESDE
      *     MAS ALTA QUE NO LA PASE. SIN TABLA O SIN TIPO VIGENTE LAS
      *     COMISIONES SALEN SIN IVA Y SE AVISA, PORQUE ESO NO SE
      *     PUEDE DAR POR BUENO SIN QUE LO MIRE NADIE.
            MOVE ZERO TO WS-IVA-PORCENTAJE
            OPEN INPUT IVA-TIPOS-FILE
            IF WS-IVA-TIPOS-STATUS NOT = "00"
                DISPLAY "AVISO: IVA_TIPOS.DAT NO DISPONIBLE, LAS "
                    "COMISIONES SALEN SIN IVA"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
                GO TO DETERMINA-IVA-FIN
            END-IF
            MOVE ZERO TO IVT-FECHA-DESDE
            START IVA-TIPOS-FILE KEY IS >= IVT-FECHA-DESDE
                INVALID KEY
                    SET FIN-IVA-TIPOS TO TRUE
            END-START
            PERFORM UNTIL FIN-IVA-TIPOS
                READ IVA-TIPOS-FILE NEXT RECORD
                    AT END
                        SET FIN-IVA-TIPOS TO TRUE
                    NOT AT END
                        IF IVT-FECHA-DESDE > WS-FECHA-HOY
                            SET FIN-IVA-TIPOS TO TRUE
                        ELSE
                            MOVE IVT-PORCENTAJE TO WS-IVA-PORCENTAJE
                            SET IVA-TIPO-HALLADO TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE IVA-TIPOS-FILE
            IF NOT IVA-TIPO-HALLADO
                DISPLAY "AVISO: NINGUN TIPO DE IVA VIGENTE A "
                    WS-FECHA-HOY ", LAS COMISIONES SALEN SIN IVA"
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       DETERMINA-IVA-FIN.
            EXIT.

       ESCRIBE-REDONDEOS.
      *     RESIDUO ACUMULADO DE LA CORRIDA EN EL INFORME Y EN EL
      *     FICHERO PUENTE HACIA LOS ASIENTOS (REDONDEADO A LOS DOS
            WRITE REDONDEO-RECORD
            CLOSE REDONDEOS-FILE.

      *    LA MISMA OPERACION QUE ACABA DE SALIR EN EL CSV, CON SUS
      *    VALORES SIN EDITAR. SI LA CLAVE YA EXISTE (OTRO LOTE DEL
      *    MISMO DIA CON EL MISMO GRUPO EN ESA POSICION) SE TOMA LA
      *    SIGUIENTE SECUENCIA LIBRE
       GRABA-HISTORICO.
            MOVE SPACES TO OPERACION-HISTORICO-RECORD
            CALL "FECHAPROC" USING WS-FECHA-HOY
            MOVE WS-FECHA-HOY TO OPH-FECHA
            MOVE WS-GRUPO-TRANSACCION TO OPH-GRUPO
            MOVE WS-LOTE-CONT TO OPH-SECUENCIA
            MOVE WS-ORIGEN-ACTUAL TO OPH-ORIGEN
            MOVE WS-SUC-ACTUAL TO OPH-SUCURSAL
            MOVE CAB-LOTE-ID TO OPH-LOTE-ID
            MOVE NUM1 TO OPH-NUM1
            MOVE NUM2 TO OPH-NUM2
            MOVE WS-OPERATION-CODE TO OPH-CODIGO-OPERACION
            MOVE WS-CSV-OPERACION TO OPH-OPERACION
      *     EN EL CSV EL NOMBRE VA RECORTADO A 8 POSICIONES
            IF OP-MULTIPLICA
                MOVE "MULTIPLICA" TO OPH-OPERACION
            END-IF
            MOVE RESULT TO OPH-RESULT
            MOVE WS-DIVISA TO OPH-DIVISA
            MOVE WS-RESULT-BASE TO OPH-RESULT-BASE
            MOVE TR-FECHA-VALOR TO OPH-FECHA-VALOR
            MOVE TR-CLASE-REGISTRO TO OPH-CLASE
            IF TR-ES-ANULACION
                MOVE TR-FECHA-ORIGINAL TO OPH-FECHA-ORIGINAL
            END-IF
            MOVE CSV-RECORD TO OPH-LINEA-CSV
            MOVE "22" TO WS-HISTORICO-STATUS
            PERFORM UNTIL WS-HISTORICO-STATUS NOT = "22"
                WRITE OPERACION-HISTORICO-RECORD
                    INVALID KEY
                        ADD 1 TO OPH-SECUENCIA
                END-WRITE
            END-PERFORM
            IF WS-HISTORICO-STATUS(1:1) NOT = "0"
                DISPLAY "AVISO: NO SE PUDO GRABAR EN EL HISTORICO "
                    "GRUPO=" OPH-GRUPO " STATUS=" WS-HISTORICO-STATUS
                IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                END-IF
            END-IF.

       ESCRIBE-SUSPENSO.
            ADD 1 TO WS-CONT-SUSPENSO
            MOVE "Y" TO WS-AUDIT-OMITIDA
            MOVE WS-FECHA-HOY TO SUS-FECHA-SUSPENSO
            MOVE TR-DIVISA TO SUS-DIVISA
            MOVE TR-SUCURSAL TO SUS-SUCURSAL
            MOVE WS-ORIGEN-ACTUAL TO SUS-ORIGEN
            WRITE SUSPENSO-REGISTRO.

       END PROGRAM OPERACIONES-BASICAS.
