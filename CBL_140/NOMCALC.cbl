      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calculo mensual de la nomina de bruto a liquido. Toma
      *          el corte NOMINA_EXTRACTO.DAT (COPY NOMEXREC) que deja
      *          NOMINA-EXTRACTO (CBL_88) y, por empleado:
      *              - descuenta del salario base los dias de permiso
      *                sin retribuir (tipo SR) que AUSENCIAS-MAINT
      *                registro en AUSENCIAS_MOV.DAT con inicio en el
      *                periodo, a razon de base / 30 por dia,
      *              - calcula la cuota de seguridad social del
      *                trabajador y la de la empresa sobre el bruto,
      *                topado por la base maxima si esta definida,
      *              - aplica la escala progresiva de retencion de
      *                TRAMOS_RETENCION.DAT (TRAMOS-MAINT, CBL_139)
      *                sobre el bruto menos la cuota del trabajador,
      *              - y llega al liquido a percibir.
      *          Los porcentajes de cotizacion y la base maxima son
      *          parametros de PARAMLEE (PCT-SS-TRABAJADOR,
      *          PCT-SS-EMPRESA, BASE-MAXIMA-SS). Graba la nomina
      *          calculada en NOMINA_CALCULADA.DAT (COPY NOMICREC),
      *          un recibo por pagina en RECIBOS_NOMINA.TXT y el
      *          registro de nomina INFORME_REGISTRO_NOMINA.TXT con
      *          totales por sucursal y por centro de coste.
      *          Sin escala de retencion la nomina sale sin retener y
      *          la corrida termina con aviso (RC 4).
      *          Los cambios de grado con efecto en meses ya pagados
      *          (GRADOS_HISTORIA.DAT, COPY GRHISREC, que graba
      *          EMPLOYEE-MAINT) generan atrasos: la diferencia entre
      *          el salario base de GRADOS_SALARIALES.DAT del grado
      *          nuevo y el del anterior por cada mes pagado desde la
      *          fecha de efecto (el primer mes a prorrata de dias),
      *          que se suma al bruto en linea aparte del recibo y se
      *          detalla en INFORME_ATRASOS_GRADO.TXT. Cada cambio
      *          queda marcado con el periodo en que se pago; repetir
      *          la corrida del mismo periodo los vuelve a calcular.
      *          Los de empleados que no estan en el corte siguen
      *          pendientes para la nomina siguiente.
      *          Paga tambien las liquidaciones finales pendientes de
      *          FINIQUITOS.DAT (COPY FINIQREC) que deja FINIQUITO al
      *          aplicar una baja: el bruto es el total del finiquito
      *          (salario hasta la baja y vacaciones no disfrutadas),
      *          con su recibo y su linea en el registro marcada "F".
      *          Si el empleado aun viene en el corte solo se le paga
      *          el finiquito. Cada finiquito pagado queda liquidado
      *          con el periodo; repetir la corrida lo vuelve a pagar
      *          en el mismo periodo. Los finiquitos a recuperar (total
      *          negativo) no los paga la nomina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-CALCULO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA-FILE ASSIGN TO "NOMINA_EXTRACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMINA-STATUS.

           SELECT TRAMOS-FILE ASSIGN TO "TRAMOS_RETENCION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRM-DESDE
               FILE STATUS IS WS-TRAMOS-STATUS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "AUSENCIAS_MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

           SELECT GRADOS-FILE ASSIGN TO "GRADOS_SALARIALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODIGO
               FILE STATUS IS WS-GRADOS-STATUS.

           SELECT GRADOS-HISTORIA-FILE ASSIGN TO "GRADOS_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHI-CLAVE
               FILE STATUS IS WS-GRHIS-STATUS.

           SELECT ATRASOS-REPORT
               ASSIGN TO "INFORME_ATRASOS_GRADO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRASOS-STATUS.

           SELECT FINIQUITOS-FILE ASSIGN TO "FINIQUITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIQ-CLAVE
               FILE STATUS IS WS-FINIQUITOS-STATUS.

           SELECT CALCULADA-FILE ASSIGN TO "NOMINA_CALCULADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCULADA-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS_NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT REGISTRO-REPORT
               ASSIGN TO "INFORME_REGISTRO_NOMINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA-FILE.
       COPY NOMEXREC.

       FD  TRAMOS-FILE.
       COPY TRAMOREC.

       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-RECORD.
           05  MOV-EMP-ID PIC 9(6).
           05  MOV-TIPO PIC X(2).
               88  MOV-SIN-RETRIBUIR VALUE "SR".
           05  MOV-DESDE PIC 9(8).
           05  MOV-HASTA PIC 9(8).
           05  MOV-DIAS PIC 9(3).

       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  GRD-CODIGO PIC X(2).
           05  GRD-DESCRIPCION PIC X(30).
           05  GRD-SALARIO-BASE PIC 9(7)V99.
           05  GRD-ACTIVO PIC X.
               88  GRD-ES-ACTIVO VALUE "A".
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

       FD  GRADOS-HISTORIA-FILE.
       COPY GRHISREC.

       FD  ATRASOS-REPORT.
       01  ATRASOS-RECORD PIC X(132).

       FD  FINIQUITOS-FILE.
       COPY FINIQREC.

       FD  CALCULADA-FILE.
       COPY NOMICREC.

       FD  RECIBOS-FILE.
       01  RECIBO-RECORD PIC X(80).

       FD  REGISTRO-REPORT.
       01  REGISTRO-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NOMINA-STATUS PIC XX.
       01  WS-TRAMOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-CALCULADA-STATUS PIC XX.
       01  WS-RECIBOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-GRADOS-STATUS PIC XX.
       01  WS-GRHIS-STATUS PIC XX.
       01  WS-ATRASOS-STATUS PIC XX.
       01  WS-FINIQUITOS-STATUS PIC XX.
       01  WS-EOF-FINIQUITOS PIC X VALUE "N".
           88  FIN-FINIQUITOS VALUE "Y".
       01  WS-HAY-FINIQUITOS PIC X VALUE "N".
           88  HAY-FINIQUITOS VALUE "Y".
       01  WS-EOF-GRHIS PIC X VALUE "N".
           88  FIN-GRHIS VALUE "Y".
       01  WS-EOF-NOMINA PIC X VALUE "N".
           88  FIN-NOMINA VALUE "Y".
       01  WS-EOF-TRAMOS PIC X VALUE "N".
           88  FIN-TRAMOS VALUE "Y".
       01  WS-EOF-MOVIMIENTOS PIC X VALUE "N".
           88  FIN-MOVIMIENTOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PERIODO PIC 9(6).

       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-PCT-SS-TRABAJADOR PIC 9(2)V99 VALUE 6.35.
       01  WS-PCT-SS-EMPRESA PIC 9(2)V99 VALUE 29.90.
       01  WS-BASE-MAXIMA-SS PIC 9(7)V99 VALUE ZERO.

      *    ESCALA DE RETENCION EN ORDEN ASCENDENTE DE LIMITE INFERIOR,
      *    TAL COMO LA DEVUELVE LA LECTURA SECUENCIAL DEL INDEXADO
       01  WS-TRM-TABLA.
           05  WS-TRM-ENT OCCURS 20 TIMES.
               10  WS-TRM-DESDE PIC 9(7)V99.
               10  WS-TRM-PCT PIC 9(2)V99.
       01  WS-TRM-USADOS PIC 99 VALUE ZERO.
       01  WS-TRM-IDX PIC 99.
       01  WS-TRM-HASTA PIC 9(7)V99.
       01  WS-TRM-PARTE PIC 9(7)V99.

      *    DIAS SIN RETRIBUIR DEL PERIODO ACUMULADOS POR EMPLEADO
       01  WS-SR-TABLA.
           05  WS-SR-ENT OCCURS 500 TIMES.
               10  WS-SR-EMP PIC 9(6).
               10  WS-SR-DIAS PIC 9(3).
       01  WS-SR-USADOS PIC 9(3) VALUE ZERO.
       01  WS-SR-IDX PIC 9(3).
       01  WS-SR-POS PIC 9(3).

      *    CAMBIOS DE GRADO CON ATRASOS A PAGAR EN ESTE PERIODO. LOS
      *    DIAS SON LOS DE LIQUIDACION (MESES A 30) DESDE LA FECHA DE
      *    EFECTO HASTA EL FIN DEL MES ANTERIOR AL PERIODO
       01  WS-ATR-TABLA.
           05  WS-ATR-ENT OCCURS 500 TIMES.
               10  WS-ATR-CLAVE.
                   15  WS-ATR-EMP PIC 9(6).
                   15  WS-ATR-FECHA-EFECTO PIC 9(8).
               10  WS-ATR-GRADO-ANTERIOR PIC X(2).
               10  WS-ATR-GRADO-NUEVO PIC X(2).
               10  WS-ATR-BASE-ANTERIOR PIC 9(7)V99.
               10  WS-ATR-BASE-NUEVA PIC 9(7)V99.
               10  WS-ATR-DIAS PIC 9(4).
               10  WS-ATR-IMPORTE PIC 9(7)V99.
               10  WS-ATR-ESTADO PIC X.
                   88  ATR-PENDIENTE VALUE "P".
                   88  ATR-PAGADO VALUE "Y".
                   88  ATR-SIN-GRADO VALUE "G".
       01  WS-ATR-USADOS PIC 9(3) VALUE ZERO.
       01  WS-ATR-IDX PIC 9(3).
       01  WS-MES-EFECTO PIC 9(6).
       01  WS-MES-EFECTO-R REDEFINES WS-MES-EFECTO.
           05  WS-MES-EFECTO-ANO PIC 9(4).
           05  WS-MES-EFECTO-MES PIC 99.
       01  WS-PERIODO-AUX PIC 9(6).
       01  WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
           05  WS-PERIODO-ANO PIC 9(4).
           05  WS-PERIODO-MES PIC 99.
       01  WS-MESES-COMPLETOS PIC S9(5).
       01  WS-DIA-EFECTO PIC 99.
       01  WS-CONT-ATRASOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-ATRASOS PIC 9(9)V99 VALUE ZERO.
       01  WS-ATR-PAGINA PIC 9(4) VALUE 1.
       01  WS-ATR-DIAS-ED PIC ZZZ9.
       01  WS-ATR-ESTADO-TXT PIC X(30).
       01  WS-SEVERIDAD PIC 9.

      *    FINIQUITOS A PAGAR EN ESTE PERIODO
       01  WS-FIQ-TABLA.
           05  WS-FIQ-ENT OCCURS 200 TIMES.
               10  WS-FIQ-CLAVE.
                   15  WS-FIQ-EMP PIC 9(6).
                   15  WS-FIQ-FECHA-BAJA PIC 9(8).
       01  WS-FIQ-USADOS PIC 9(3) VALUE ZERO.
       01  WS-FIQ-IDX PIC 9(3).
       01  WS-FIQ-DEL-EMPLEADO PIC X.
           88  EMPLEADO-CON-FINIQUITO VALUE "Y".
       01  WS-ES-FINIQUITO PIC X VALUE "N".
           88  ES-FINIQUITO VALUE "Y".
       01  WS-CONT-FINIQUITOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-FINIQUITOS PIC 9(9)V99 VALUE ZERO.
       01  WS-FIQ-DIAS-ED PIC -ZZ9.
       01  WS-MARCA-REGISTRO PIC X(3).

       01  WS-CALCULO.
           05  WS-DIAS-SR PIC 9(3).
           05  WS-DESCUENTO PIC 9(7)V99.
           05  WS-ATRASOS PIC 9(7)V99.
           05  WS-BRUTO PIC 9(7)V99.
           05  WS-BASE-COTIZACION PIC 9(7)V99.
           05  WS-SS-TRABAJADOR PIC 9(7)V99.
           05  WS-SS-EMPRESA PIC 9(7)V99.
           05  WS-BASE-RETENCION PIC 9(7)V99.
           05  WS-RETENCION PIC 9(7)V99.
           05  WS-NETO PIC 9(7)V99.
           05  WS-PCT-EFECTIVO PIC 9(2)V99.

      *    TOTALES DEL REGISTRO: POR SUCURSAL, POR CENTRO DE COSTE Y
      *    GENERAL. CADA ENTRADA LLEVA BRUTO, CUOTA TRABAJADOR,
      *    RETENCION, LIQUIDO Y CUOTA EMPRESA
       01  WS-SUC-TABLA.
           05  WS-SUC-ENT OCCURS 50 TIMES.
               10  WS-SUC-CODIGO PIC X(6).
               10  WS-SUC-EMPLEADOS PIC 9(5).
               10  WS-SUC-IMPORTES.
                   15  WS-SUC-IMP PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-SUC-USADAS PIC 99 VALUE ZERO.

       01  WS-CC-TABLA.
           05  WS-CC-ENT OCCURS 50 TIMES.
               10  WS-CC-CODIGO PIC X(6).
               10  WS-CC-EMPLEADOS PIC 9(5).
               10  WS-CC-IMPORTES.
                   15  WS-CC-IMP PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-CC-USADOS PIC 99 VALUE ZERO.

       01  WS-TOTALES.
           05  WS-TOT-IMP PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-EMP-IMPORTES.
           05  WS-EMP-IMP PIC 9(9)V99 OCCURS 5 TIMES.
       01  WS-IMP-IDX PIC 9.
       01  WS-TAB-IDX PIC 99.
       01  WS-TAB-POS PIC 99.
       01  WS-CLAVE-TOTAL PIC X(6).
       01  WS-TITULOS-IMPORTE.
           05  FILLER PIC X(10) VALUE "BRUTO".
           05  FILLER PIC X(10) VALUE "SS TRAB.".
           05  FILLER PIC X(10) VALUE "RETENCION".
           05  FILLER PIC X(10) VALUE "LIQUIDO".
           05  FILLER PIC X(10) VALUE "SS EMPRESA".
       01  WS-TITULOS-TABLA REDEFINES WS-TITULOS-IMPORTE.
           05  WS-TITULO-IMPORTE PIC X(10) OCCURS 5 TIMES.

       01  WS-CONT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CON-AUSENCIAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-RECIBOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-EXCEDIDOS PIC 9(6) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-FMT-1 PIC X(18).
       01  WS-FMT-2 PIC X(18).
       01  WS-FMT-3 PIC X(18).
       01  WS-FMT-4 PIC X(18).
       01  WS-FMT-5 PIC X(18).
       01  WS-PCT-ED PIC Z9.99.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "NOMINA-CALCULO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "NOMINA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "NOMINA-CALCULO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.

           PERFORM LEE-PARAMETROS

           OPEN INPUT NOMINA-FILE
           IF WS-NOMINA-STATUS NOT = "00"
               DISPLAY "NOMINA_EXTRACTO.DAT NO DISPONIBLE, NO SE "
                   "CALCULA LA NOMINA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARGA-TRAMOS
           PERFORM CARGA-AUSENCIAS
           PERFORM CARGA-ATRASOS
           PERFORM CARGA-FINIQUITOS

           OPEN OUTPUT CALCULADA-FILE
           OPEN OUTPUT RECIBOS-FILE
           OPEN OUTPUT REGISTRO-REPORT
           CALL "RPTHDR" USING "NOMINA-CALCULO"
               "INFORME_REGISTRO_NOMINA.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE SPACES TO REGISTRO-RECORD
           STRING "REGISTRO DE NOMINA DEL PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE SPACES TO REGISTRO-RECORD
           STRING "EMPLEADO SUC  C.COSTE DIAS SR"
               "              BRUTO           SS TRAB."
               "          RETENCION            LIQUIDO"
               "         SS EMPRESA"
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD

           INITIALIZE WS-TOTALES
           PERFORM LEE-NOMINA
           PERFORM UNTIL FIN-NOMINA
               PERFORM BUSCA-FINIQUITO
               IF EMPLEADO-CON-FINIQUITO
                   DISPLAY "AVISO: EMPLEADO " NOM-EMP-ID
                       " DADO DE BAJA, SE LE PAGA SOLO EL FINIQUITO"
               ELSE
                   ADD 1 TO WS-CONT-EMPLEADOS
                   PERFORM CALCULA-EMPLEADO
                   PERFORM GRABA-CALCULADA
                   PERFORM ESCRIBE-RECIBO
                   PERFORM ESCRIBE-LINEA-REGISTRO
                   PERFORM ACUMULA-TOTALES
               END-IF
               PERFORM LEE-NOMINA
           END-PERFORM
           PERFORM PAGA-FINIQUITOS

           CLOSE NOMINA-FILE
           CLOSE CALCULADA-FILE
           CLOSE RECIBOS-FILE

           PERFORM ESCRIBE-TOTALES
           CLOSE REGISTRO-REPORT
           PERFORM MARCA-ATRASOS-PAGADOS
           PERFORM ESCRIBE-INFORME-ATRASOS

           MOVE WS-PERIODO TO WS-AUDIT-CLAVE
           MOVE WS-TOT-IMP(1) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE WS-TOT-IMP(4) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-4
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EMPLEADOS=" WS-CONT-EMPLEADOS
               " SR=" WS-CONT-CON-AUSENCIAS
               " BRUTO=" WS-FMT-1 " LIQUIDO=" WS-FMT-4
               " ATRASOS=" WS-CONT-ATRASOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "NOMINA DEL PERIODO " WS-PERIODO
               ": EMPLEADOS=" WS-CONT-EMPLEADOS
               " CON AUSENCIAS SR=" WS-CONT-CON-AUSENCIAS
               " RECIBOS=" WS-CONT-RECIBOS
               " FINIQUITOS=" WS-CONT-FINIQUITOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
           CALL "PARAMLEE" USING "NOMINA-CALCULO      "
               "PCT-SS-TRABAJADOR   " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 100
               COMPUTE WS-PCT-SS-TRABAJADOR =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "NOMINA-CALCULO      "
               "PCT-SS-EMPRESA      " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 100
               COMPUTE WS-PCT-SS-EMPRESA =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
      *    BASE MAXIMA DE COTIZACION MENSUAL; CERO ES SIN TOPE
           CALL "PARAMLEE" USING "NOMINA-CALCULO      "
               "BASE-MAXIMA-SS      " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 10000000
               COMPUTE WS-BASE-MAXIMA-SS =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF.

       CARGA-TRAMOS.
           OPEN INPUT TRAMOS-FILE
           IF WS-TRAMOS-STATUS NOT = "00"
               DISPLAY "AVISO: TRAMOS_RETENCION.DAT NO DISPONIBLE, "
                   "LA NOMINA SALE SIN RETENCION"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL FIN-TRAMOS
                   READ TRAMOS-FILE NEXT RECORD
                       AT END
                           SET FIN-TRAMOS TO TRUE
                       NOT AT END
                           IF WS-TRM-USADOS < 20
                               ADD 1 TO WS-TRM-USADOS
                               MOVE TRM-DESDE
                                   TO WS-TRM-DESDE(WS-TRM-USADOS)
                               MOVE TRM-PORCENTAJE
                                   TO WS-TRM-PCT(WS-TRM-USADOS)
                           ELSE
                               DISPLAY "AVISO: MAS DE 20 TRAMOS, SE "
                                   "IGNORA EL TRAMO DESDE " TRM-DESDE
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAMOS-FILE
               IF WS-TRM-USADOS = ZERO
                   DISPLAY "AVISO: ESCALA DE RETENCION VACIA, LA "
                       "NOMINA SALE SIN RETENCION"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       CARGA-AUSENCIAS.
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS = "00"
               PERFORM UNTIL FIN-MOVIMIENTOS
                   READ MOVIMIENTOS-FILE
                       AT END
                           SET FIN-MOVIMIENTOS TO TRUE
                       NOT AT END
                           IF MOV-SIN-RETRIBUIR
                                   AND MOV-DESDE NUMERIC
                                   AND MOV-DIAS NUMERIC
                                   AND MOV-DESDE(1:6) = WS-PERIODO
                               PERFORM ACUMULA-AUSENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF.

       ACUMULA-AUSENCIA.
           MOVE ZERO TO WS-SR-POS
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-USADOS
                   OR WS-SR-POS > ZERO
               IF WS-SR-EMP(WS-SR-IDX) = MOV-EMP-ID
                   MOVE WS-SR-IDX TO WS-SR-POS
               END-IF
           END-PERFORM
           IF WS-SR-POS = ZERO
               IF WS-SR-USADOS < 500
                   ADD 1 TO WS-SR-USADOS
                   MOVE WS-SR-USADOS TO WS-SR-POS
                   MOVE MOV-EMP-ID TO WS-SR-EMP(WS-SR-POS)
                   MOVE ZERO TO WS-SR-DIAS(WS-SR-POS)
               ELSE
                   DISPLAY "AVISO: TABLA DE AUSENCIAS LLENA, NO SE "
                       "DESCUENTA AL EMPLEADO " MOV-EMP-ID
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-SR-POS > ZERO
               ADD MOV-DIAS TO WS-SR-DIAS(WS-SR-POS)
                   ON SIZE ERROR
                       MOVE 999 TO WS-SR-DIAS(WS-SR-POS)
               END-ADD
           END-IF.

      *    CAMBIOS DE GRADO PENDIENTES DE ATRASOS (O YA MARCADOS CON
      *    ESTE PERIODO, SI ES UNA REPETICION DE LA CORRIDA) CUYA FECHA
      *    DE EFECTO CAE EN UN MES YA PAGADO
       CARGA-ATRASOS.
           OPEN INPUT GRADOS-HISTORIA-FILE
           IF WS-GRHIS-STATUS NOT = "00"
               SET FIN-GRHIS TO TRUE
           ELSE
               OPEN INPUT GRADOS-FILE
               IF WS-GRADOS-STATUS NOT = "00"
                   DISPLAY "AVISO: GRADOS_SALARIALES.DAT NO "
                       "DISPONIBLE, NO SE CALCULAN ATRASOS DE GRADO"
                   MOVE 4 TO WS-RETURN-CODE
                   SET FIN-GRHIS TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FIN-GRHIS
               READ GRADOS-HISTORIA-FILE NEXT RECORD
                   AT END
                       SET FIN-GRHIS TO TRUE
                   NOT AT END
                       IF (GHI-ATRASOS-PENDIENTES
                               OR GHI-PERIODO-ATRASOS = WS-PERIODO)
                               AND GHI-FECHA-EFECTO(1:6) < WS-PERIODO
                           PERFORM CALCULA-ATRASO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GRHIS-STATUS = "00" OR WS-GRHIS-STATUS = "10"
               CLOSE GRADOS-HISTORIA-FILE
               IF WS-GRADOS-STATUS = "00" OR WS-GRADOS-STATUS = "23"
                   CLOSE GRADOS-FILE
               END-IF
           END-IF.

       CALCULA-ATRASO.
           IF WS-ATR-USADOS NOT < 500
               DISPLAY "AVISO: TABLA DE ATRASOS LLENA, QUEDA PENDIENTE "
                   "EL CAMBIO DE GRADO DEL EMPLEADO " GHI-EMP-ID
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-ATR-USADOS
               MOVE WS-ATR-USADOS TO WS-ATR-IDX
               MOVE GHI-CLAVE TO WS-ATR-CLAVE(WS-ATR-IDX)
               MOVE GHI-GRADO-ANTERIOR
                   TO WS-ATR-GRADO-ANTERIOR(WS-ATR-IDX)
               MOVE GHI-GRADO-NUEVO TO WS-ATR-GRADO-NUEVO(WS-ATR-IDX)
               MOVE ZERO TO WS-ATR-BASE-ANTERIOR(WS-ATR-IDX)
                   WS-ATR-BASE-NUEVA(WS-ATR-IDX)
                   WS-ATR-IMPORTE(WS-ATR-IDX)
               SET ATR-PENDIENTE(WS-ATR-IDX) TO TRUE
      *        MESES A 30 DIAS: EL MES DE EFECTO CUENTA DESDE EL DIA DE
      *        EFECTO, LOS SIGUIENTES HASTA EL PERIODO ENTEROS
               MOVE GHI-FECHA-EFECTO(1:6) TO WS-MES-EFECTO
               MOVE GHI-FECHA-EFECTO(7:2) TO WS-DIA-EFECTO
               IF WS-DIA-EFECTO > 30
                   MOVE 30 TO WS-DIA-EFECTO
               END-IF
               MOVE WS-PERIODO TO WS-PERIODO-AUX
               COMPUTE WS-MESES-COMPLETOS =
                   (WS-PERIODO-ANO * 12 + WS-PERIODO-MES)
                   - (WS-MES-EFECTO-ANO * 12 + WS-MES-EFECTO-MES)
                   - 1
               COMPUTE WS-ATR-DIAS(WS-ATR-IDX) =
                   WS-MESES-COMPLETOS * 30 + 31 - WS-DIA-EFECTO
               MOVE GHI-GRADO-ANTERIOR TO GRD-CODIGO
               READ GRADOS-FILE
                   INVALID KEY
                       SET ATR-SIN-GRADO(WS-ATR-IDX) TO TRUE
                   NOT INVALID KEY
                       MOVE GRD-SALARIO-BASE
                           TO WS-ATR-BASE-ANTERIOR(WS-ATR-IDX)
               END-READ
               MOVE GHI-GRADO-NUEVO TO GRD-CODIGO
               READ GRADOS-FILE
                   INVALID KEY
                       SET ATR-SIN-GRADO(WS-ATR-IDX) TO TRUE
                   NOT INVALID KEY
                       MOVE GRD-SALARIO-BASE
                           TO WS-ATR-BASE-NUEVA(WS-ATR-IDX)
               END-READ
      *        UNA BAJADA DE GRADO NO DESCUENTA LO YA PAGADO: QUEDA
      *        CON ATRASOS CERO
               IF ATR-SIN-GRADO(WS-ATR-IDX)
                   DISPLAY "AVISO: GRADO " GHI-GRADO-ANTERIOR " O "
                       GHI-GRADO-NUEVO " NO ESTA EN GRADOS_SALARIALES"
                       ", ATRASOS PENDIENTES DEL EMPLEADO " GHI-EMP-ID
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   IF WS-ATR-BASE-NUEVA(WS-ATR-IDX)
                           > WS-ATR-BASE-ANTERIOR(WS-ATR-IDX)
                       COMPUTE WS-ATR-IMPORTE(WS-ATR-IDX) ROUNDED =
                           (WS-ATR-BASE-NUEVA(WS-ATR-IDX)
                           - WS-ATR-BASE-ANTERIOR(WS-ATR-IDX))
                           * WS-ATR-DIAS(WS-ATR-IDX) / 30
                           ON SIZE ERROR
                               MOVE 9999999.99
                                   TO WS-ATR-IMPORTE(WS-ATR-IDX)
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *    FINIQUITOS PENDIENTES DE PAGO (O YA LIQUIDADOS EN ESTE
      *    PERIODO, SI ES UNA REPETICION DE LA CORRIDA). EL FICHERO
      *    QUEDA ABIERTO PARA MARCARLOS AL PAGARLOS
       CARGA-FINIQUITOS.
           OPEN I-O FINIQUITOS-FILE
           IF WS-FINIQUITOS-STATUS = "00"
               SET HAY-FINIQUITOS TO TRUE
           ELSE
               SET FIN-FINIQUITOS TO TRUE
           END-IF
           PERFORM UNTIL FIN-FINIQUITOS
               READ FINIQUITOS-FILE NEXT RECORD
                   AT END
                       SET FIN-FINIQUITOS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FIQ-PENDIENTE
                               PERFORM ANOTA-FINIQUITO
                           WHEN FIQ-LIQUIDADO
                                   AND FIQ-PERIODO-NOMINA = WS-PERIODO
                               PERFORM ANOTA-FINIQUITO
                           WHEN FIQ-A-RECUPERAR
                               DISPLAY "AVISO: FINIQUITO DEL EMPLEADO "
                                   FIQ-EMP-ID " A RECUPERAR, NO SE "
                                   "PAGA EN NOMINA"
                       END-EVALUATE
               END-READ
           END-PERFORM.

       ANOTA-FINIQUITO.
           IF WS-FIQ-USADOS < 200
               ADD 1 TO WS-FIQ-USADOS
               MOVE FIQ-CLAVE TO WS-FIQ-CLAVE(WS-FIQ-USADOS)
           ELSE
               DISPLAY "AVISO: TABLA DE FINIQUITOS LLENA, QUEDA "
                   "PENDIENTE EL DEL EMPLEADO " FIQ-EMP-ID
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       BUSCA-FINIQUITO.
           MOVE "N" TO WS-FIQ-DEL-EMPLEADO
           PERFORM VARYING WS-FIQ-IDX FROM 1 BY 1
                   UNTIL WS-FIQ-IDX > WS-FIQ-USADOS
               IF WS-FIQ-EMP(WS-FIQ-IDX) = NOM-EMP-ID
                   SET EMPLEADO-CON-FINIQUITO TO TRUE
               END-IF
           END-PERFORM.

       PAGA-FINIQUITOS.
           IF HAY-FINIQUITOS
               PERFORM VARYING WS-FIQ-IDX FROM 1 BY 1
                       UNTIL WS-FIQ-IDX > WS-FIQ-USADOS
                   PERFORM PAGA-UN-FINIQUITO THRU PAGA-UN-FINIQUITO-FIN
               END-PERFORM
               CLOSE FINIQUITOS-FILE
           END-IF.

      *    EL FINIQUITO SE LIQUIDA COMO UN EMPLEADO MAS DEL CORTE, CON
      *    LOS DATOS QUE GUARDO FINIQUITO AL DAR LA BAJA
       PAGA-UN-FINIQUITO.
           MOVE WS-FIQ-CLAVE(WS-FIQ-IDX) TO FIQ-CLAVE
           READ FINIQUITOS-FILE
               INVALID KEY
                   DISPLAY "AVISO: FINIQUITO " WS-FIQ-CLAVE(WS-FIQ-IDX)
                       " YA NO ESTA EN FINIQUITOS.DAT"
                   MOVE 4 TO WS-RETURN-CODE
                   GO TO PAGA-UN-FINIQUITO-FIN
           END-READ
           MOVE SPACES TO NOMINA-RECORD
           MOVE FIQ-EMP-ID TO NOM-EMP-ID
           MOVE FIQ-NOMBRE TO NOM-NOMBRE
           MOVE FIQ-APELLIDOS TO NOM-APELLIDOS
           MOVE FIQ-SUCURSAL TO NOM-SUCURSAL
           MOVE FIQ-GRADO TO NOM-GRADO
           MOVE FIQ-SALARIO-BASE TO NOM-SALARIO-BASE
           MOVE WS-FECHA-PROCESO TO NOM-FECHA-CORTE
           MOVE FIQ-CENTRO-COSTE TO NOM-CENTRO-COSTE
           SET ES-FINIQUITO TO TRUE
           ADD 1 TO WS-CONT-EMPLEADOS
           ADD 1 TO WS-CONT-FINIQUITOS
           PERFORM CALCULA-EMPLEADO
           PERFORM GRABA-CALCULADA
           PERFORM ESCRIBE-RECIBO
           PERFORM ESCRIBE-LINEA-REGISTRO
           PERFORM ACUMULA-TOTALES
           ADD FIQ-TOTAL TO WS-TOT-FINIQUITOS
           SET FIQ-LIQUIDADO TO TRUE
           MOVE WS-PERIODO TO FIQ-PERIODO-NOMINA
           REWRITE FINIQUITO-REGISTRO
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "FINIQUITOS.DAT      " WS-FINIQUITOS-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE "N" TO WS-ES-FINIQUITO.

       PAGA-UN-FINIQUITO-FIN.
           EXIT.

       LEE-NOMINA.
           READ NOMINA-FILE
               AT END
                   SET FIN-NOMINA TO TRUE
           END-READ.

       CALCULA-EMPLEADO.
           INITIALIZE WS-CALCULO
      *    UN FINIQUITO YA TRAE CALCULADO SU DEVENGO
           IF ES-FINIQUITO
               MOVE FIQ-TOTAL TO WS-BRUTO
           ELSE
               PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                       UNTIL WS-SR-IDX > WS-SR-USADOS
                   IF WS-SR-EMP(WS-SR-IDX) = NOM-EMP-ID
                       MOVE WS-SR-DIAS(WS-SR-IDX) TO WS-DIAS-SR
                   END-IF
               END-PERFORM
      *        EL MES SE LIQUIDA SIEMPRE A 30 DIAS: UN PERMISO SIN
      *        RETRIBUIR DE MAS DE 30 DIAS DEJA EL BRUTO A CERO
               IF WS-DIAS-SR > 30
                   MOVE 30 TO WS-DIAS-SR
               END-IF
               IF WS-DIAS-SR > ZERO
                   ADD 1 TO WS-CONT-CON-AUSENCIAS
               END-IF
               COMPUTE WS-DESCUENTO ROUNDED =
                   NOM-SALARIO-BASE * WS-DIAS-SR / 30
               COMPUTE WS-BRUTO = NOM-SALARIO-BASE - WS-DESCUENTO
           END-IF
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-USADOS
               IF WS-ATR-EMP(WS-ATR-IDX) = NOM-EMP-ID
                       AND ATR-PENDIENTE(WS-ATR-IDX)
                   ADD WS-ATR-IMPORTE(WS-ATR-IDX) TO WS-ATRASOS
                   SET ATR-PAGADO(WS-ATR-IDX) TO TRUE
               END-IF
           END-PERFORM
           IF WS-ATRASOS > ZERO
               ADD 1 TO WS-CONT-ATRASOS
               ADD WS-ATRASOS TO WS-TOT-ATRASOS
               ADD WS-ATRASOS TO WS-BRUTO
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-BRUTO
               END-ADD
           END-IF

           MOVE WS-BRUTO TO WS-BASE-COTIZACION
           IF WS-BASE-MAXIMA-SS > ZERO
                   AND WS-BASE-COTIZACION > WS-BASE-MAXIMA-SS
               MOVE WS-BASE-MAXIMA-SS TO WS-BASE-COTIZACION
               ADD 1 TO WS-CONT-EXCEDIDOS
           END-IF
           COMPUTE WS-SS-TRABAJADOR ROUNDED =
               WS-BASE-COTIZACION * WS-PCT-SS-TRABAJADOR / 100
           COMPUTE WS-SS-EMPRESA ROUNDED =
               WS-BASE-COTIZACION * WS-PCT-SS-EMPRESA / 100

           COMPUTE WS-BASE-RETENCION = WS-BRUTO - WS-SS-TRABAJADOR
           PERFORM APLICA-TRAMOS
           COMPUTE WS-NETO =
               WS-BRUTO - WS-SS-TRABAJADOR - WS-RETENCION
           IF WS-BASE-RETENCION > ZERO
               COMPUTE WS-PCT-EFECTIVO ROUNDED =
                   WS-RETENCION * 100 / WS-BASE-RETENCION
           END-IF.

      *    ESCALA PROGRESIVA: CADA TRAMO RETIENE SU PORCENTAJE SOLO
      *    SOBRE LA PARTE DE LA BASE ENTRE SU LIMITE Y EL SIGUIENTE
       APLICA-TRAMOS.
           MOVE ZERO TO WS-RETENCION
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-USADOS
               IF WS-BASE-RETENCION > WS-TRM-DESDE(WS-TRM-IDX)
                   MOVE WS-BASE-RETENCION TO WS-TRM-HASTA
                   IF WS-TRM-IDX < WS-TRM-USADOS
                       IF WS-TRM-DESDE(WS-TRM-IDX + 1) < WS-TRM-HASTA
                           MOVE WS-TRM-DESDE(WS-TRM-IDX + 1)
                               TO WS-TRM-HASTA
                       END-IF
                   END-IF
                   COMPUTE WS-TRM-PARTE =
                       WS-TRM-HASTA - WS-TRM-DESDE(WS-TRM-IDX)
                   COMPUTE WS-RETENCION ROUNDED = WS-RETENCION +
                       WS-TRM-PARTE * WS-TRM-PCT(WS-TRM-IDX) / 100
               END-IF
           END-PERFORM.

       GRABA-CALCULADA.
           MOVE WS-PERIODO TO NMC-PERIODO
           MOVE NOM-EMP-ID TO NMC-EMP-ID
           MOVE NOM-SUCURSAL TO NMC-SUCURSAL
           MOVE NOM-CENTRO-COSTE TO NMC-CENTRO-COSTE
           MOVE NOM-GRADO TO NMC-GRADO
           MOVE NOM-SALARIO-BASE TO NMC-SALARIO-BASE
           MOVE WS-DIAS-SR TO NMC-DIAS-SIN-RETRIBUIR
           MOVE WS-DESCUENTO TO NMC-DESCUENTO-AUSENCIAS
           MOVE WS-BRUTO TO NMC-BRUTO
           MOVE WS-BASE-COTIZACION TO NMC-BASE-COTIZACION
           MOVE WS-SS-TRABAJADOR TO NMC-SS-TRABAJADOR
           MOVE WS-SS-EMPRESA TO NMC-SS-EMPRESA
           MOVE WS-BASE-RETENCION TO NMC-BASE-RETENCION
           MOVE WS-RETENCION TO NMC-RETENCION
           MOVE WS-NETO TO NMC-NETO
           MOVE WS-ATRASOS TO NMC-ATRASOS
           MOVE SPACES TO NMC-TIPO NMC-CUENTA-ABONO NMC-NOMBRE-COMPLETO
           IF ES-FINIQUITO
               SET NMC-ES-FINIQUITO TO TRUE
               MOVE FIQ-CUENTA-ABONO TO NMC-CUENTA-ABONO
               STRING FIQ-APELLIDOS DELIMITED BY "  "
                   " " FIQ-NOMBRE DELIMITED BY SIZE
                   INTO NMC-NOMBRE-COMPLETO
           END-IF
           WRITE NOMINA-CALCULADA-REGISTRO.

       ESCRIBE-RECIBO.
           MOVE SPACES TO RECIBO-RECORD
           IF ES-FINIQUITO
               STRING "RECIBO DE FINIQUITO - PERIODO " WS-PERIODO
                   "  BAJA " FIQ-FECHA-BAJA
                   DELIMITED BY SIZE INTO RECIBO-RECORD
           ELSE
               STRING "RECIBO DE SALARIOS - PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO RECIBO-RECORD
           END-IF
           IF WS-CONT-RECIBOS = ZERO
               WRITE RECIBO-RECORD
           ELSE
               WRITE RECIBO-RECORD AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-CONT-RECIBOS
           MOVE SPACES TO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           STRING "EMPLEADO: " NOM-EMP-ID " " NOM-NOMBRE " "
               NOM-APELLIDOS
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           STRING "SUCURSAL: " NOM-SUCURSAL
               "  CENTRO DE COSTE: " NOM-CENTRO-COSTE
               "  GRADO: " NOM-GRADO
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           WRITE RECIBO-RECORD

           IF ES-FINIQUITO
               PERFORM ESCRIBE-CONCEPTOS-FINIQUITO
           ELSE
               MOVE NOM-SALARIO-BASE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO RECIBO-RECORD
               STRING "SALARIO BASE                        "
                   WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO RECIBO-RECORD
               WRITE RECIBO-RECORD
           END-IF
           IF WS-DIAS-SR > ZERO
               MOVE WS-DESCUENTO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO RECIBO-RECORD
               STRING "DESCUENTO PERMISO SIN SUELDO "
                   WS-DIAS-SR " D  -" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO RECIBO-RECORD
               WRITE RECIBO-RECORD
           END-IF
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-USADOS
               IF WS-ATR-EMP(WS-ATR-IDX) = NOM-EMP-ID
                       AND ATR-PAGADO(WS-ATR-IDX)
                       AND WS-ATR-IMPORTE(WS-ATR-IDX) > ZERO
                   MOVE WS-ATR-IMPORTE(WS-ATR-IDX) TO WS-IMPORTE-COMUN
                   CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                       WS-IMPORTE-FMT
                   MOVE SPACES TO RECIBO-RECORD
                   STRING "ATRASOS GRADO "
                       WS-ATR-GRADO-ANTERIOR(WS-ATR-IDX) "->"
                       WS-ATR-GRADO-NUEVO(WS-ATR-IDX) " DESDE "
                       WS-ATR-FECHA-EFECTO(WS-ATR-IDX) " "
                       WS-IMPORTE-FMT
                       DELIMITED BY SIZE INTO RECIBO-RECORD
                   WRITE RECIBO-RECORD
               END-IF
           END-PERFORM
           MOVE WS-BRUTO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO RECIBO-RECORD
           STRING "TOTAL DEVENGADO                     "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           WRITE RECIBO-RECORD

           MOVE WS-SS-TRABAJADOR TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-PCT-SS-TRABAJADOR TO WS-PCT-ED
           MOVE SPACES TO RECIBO-RECORD
           STRING "SEGURIDAD SOCIAL TRABAJADOR " WS-PCT-ED
               " %  -" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE WS-RETENCION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-PCT-EFECTIVO TO WS-PCT-ED
           MOVE SPACES TO RECIBO-RECORD
           STRING "RETENCION IMPUESTO RENTA    " WS-PCT-ED
               " %  -" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           WRITE RECIBO-RECORD

           MOVE WS-NETO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO RECIBO-RECORD
           STRING "LIQUIDO A PERCIBIR                  "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE SPACES TO RECIBO-RECORD
           WRITE RECIBO-RECORD

           MOVE WS-BASE-COTIZACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO RECIBO-RECORD
           STRING "BASE DE COTIZACION                  "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD
           MOVE WS-SS-EMPRESA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-PCT-SS-EMPRESA TO WS-PCT-ED
           MOVE SPACES TO RECIBO-RECORD
           STRING "APORTACION EMPRESA S.S.     " WS-PCT-ED
               " %   " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD.

      *    SI EL MES DE LA BAJA YA SE COBRO ENTERO EL SALARIO VIENE
      *    NEGATIVO: SE DESCUENTAN LOS DIAS POSTERIORES A LA BAJA
       ESCRIBE-CONCEPTOS-FINIQUITO.
           MOVE FIQ-IMPORTE-SALARIO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO RECIBO-RECORD
           IF FIQ-MES-YA-PAGADO
               STRING "REGULARIZ. MES COBRADO " FIQ-DIAS-MES
                   " DIAS      " WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO RECIBO-RECORD
           ELSE
               STRING "SALARIO HASTA LA BAJA  " FIQ-DIAS-MES
                   " DIAS      " WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO RECIBO-RECORD
           END-IF
           WRITE RECIBO-RECORD
           MOVE FIQ-IMPORTE-VACACIONES TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE FIQ-DIAS-VACACIONES TO WS-FIQ-DIAS-ED
           MOVE SPACES TO RECIBO-RECORD
           STRING "VACACIONES NO DISFRUTADAS " WS-FIQ-DIAS-ED
               " D    " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO RECIBO-RECORD
           WRITE RECIBO-RECORD.

       ESCRIBE-LINEA-REGISTRO.
           MOVE WS-BRUTO TO WS-EMP-IMP(1)
           MOVE WS-SS-TRABAJADOR TO WS-EMP-IMP(2)
           MOVE WS-RETENCION TO WS-EMP-IMP(3)
           MOVE WS-NETO TO WS-EMP-IMP(4)
           MOVE WS-SS-EMPRESA TO WS-EMP-IMP(5)
           PERFORM FORMATEA-CINCO-EMPLEADO
           IF ES-FINIQUITO
               MOVE " F " TO WS-MARCA-REGISTRO
           ELSE
               MOVE SPACES TO WS-MARCA-REGISTRO
           END-IF
           MOVE SPACES TO REGISTRO-RECORD
           STRING NOM-EMP-ID WS-MARCA-REGISTRO NOM-SUCURSAL " "
               NOM-CENTRO-COSTE
               "   " WS-DIAS-SR "    " WS-FMT-1 " " WS-FMT-2 " "
               WS-FMT-3 " " WS-FMT-4 " " WS-FMT-5
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD.

       FORMATEA-CINCO-EMPLEADO.
           MOVE WS-EMP-IMP(1) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE WS-EMP-IMP(2) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-2
           MOVE WS-EMP-IMP(3) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-3
           MOVE WS-EMP-IMP(4) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-4
           MOVE WS-EMP-IMP(5) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-5.

       ACUMULA-TOTALES.
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1 UNTIL WS-IMP-IDX > 5
               ADD WS-EMP-IMP(WS-IMP-IDX) TO WS-TOT-IMP(WS-IMP-IDX)
           END-PERFORM

           MOVE NOM-SUCURSAL TO WS-CLAVE-TOTAL
           IF WS-CLAVE-TOTAL = SPACES
               MOVE "CENT" TO WS-CLAVE-TOTAL
           END-IF
           MOVE ZERO TO WS-TAB-POS
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-SUC-USADAS
                   OR WS-TAB-POS > ZERO
               IF WS-SUC-CODIGO(WS-TAB-IDX) = WS-CLAVE-TOTAL
                   MOVE WS-TAB-IDX TO WS-TAB-POS
               END-IF
           END-PERFORM
           IF WS-TAB-POS = ZERO AND WS-SUC-USADAS < 50
               ADD 1 TO WS-SUC-USADAS
               MOVE WS-SUC-USADAS TO WS-TAB-POS
               MOVE WS-CLAVE-TOTAL TO WS-SUC-CODIGO(WS-TAB-POS)
               MOVE ZERO TO WS-SUC-EMPLEADOS(WS-TAB-POS)
               INITIALIZE WS-SUC-IMPORTES(WS-TAB-POS)
           END-IF
           IF WS-TAB-POS > ZERO
               ADD 1 TO WS-SUC-EMPLEADOS(WS-TAB-POS)
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > 5
                   ADD WS-EMP-IMP(WS-IMP-IDX)
                       TO WS-SUC-IMP(WS-TAB-POS WS-IMP-IDX)
               END-PERFORM
           ELSE
               DISPLAY "AVISO: MAS DE 50 SUCURSALES, " NOM-SUCURSAL
                   " SOLO ENTRA EN EL TOTAL GENERAL"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE NOM-CENTRO-COSTE TO WS-CLAVE-TOTAL
           IF WS-CLAVE-TOTAL = SPACES
               MOVE "SIN CC" TO WS-CLAVE-TOTAL
           END-IF
           MOVE ZERO TO WS-TAB-POS
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CC-USADOS
                   OR WS-TAB-POS > ZERO
               IF WS-CC-CODIGO(WS-TAB-IDX) = WS-CLAVE-TOTAL
                   MOVE WS-TAB-IDX TO WS-TAB-POS
               END-IF
           END-PERFORM
           IF WS-TAB-POS = ZERO AND WS-CC-USADOS < 50
               ADD 1 TO WS-CC-USADOS
               MOVE WS-CC-USADOS TO WS-TAB-POS
               MOVE WS-CLAVE-TOTAL TO WS-CC-CODIGO(WS-TAB-POS)
               MOVE ZERO TO WS-CC-EMPLEADOS(WS-TAB-POS)
               INITIALIZE WS-CC-IMPORTES(WS-TAB-POS)
           END-IF
           IF WS-TAB-POS > ZERO
               ADD 1 TO WS-CC-EMPLEADOS(WS-TAB-POS)
               PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > 5
                   ADD WS-EMP-IMP(WS-IMP-IDX)
                       TO WS-CC-IMP(WS-TAB-POS WS-IMP-IDX)
               END-PERFORM
           ELSE
               DISPLAY "AVISO: MAS DE 50 CENTROS DE COSTE, "
                   NOM-CENTRO-COSTE " SOLO ENTRA EN EL TOTAL GENERAL"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE "TOTALES POR SUCURSAL" TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-SUC-USADAS
               MOVE WS-SUC-IMPORTES(WS-TAB-IDX) TO WS-EMP-IMPORTES
               PERFORM FORMATEA-CINCO-EMPLEADO
               MOVE SPACES TO REGISTRO-RECORD
               STRING "SUC " WS-SUC-CODIGO(WS-TAB-IDX)
                   " EMPL=" WS-SUC-EMPLEADOS(WS-TAB-IDX) "  "
                   WS-FMT-1 " " WS-FMT-2 " " WS-FMT-3 " "
                   WS-FMT-4 " " WS-FMT-5
                   DELIMITED BY SIZE INTO REGISTRO-RECORD
               WRITE REGISTRO-RECORD
           END-PERFORM

           MOVE SPACES TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE "TOTALES POR CENTRO DE COSTE" TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-CC-USADOS
               MOVE WS-CC-IMPORTES(WS-TAB-IDX) TO WS-EMP-IMPORTES
               PERFORM FORMATEA-CINCO-EMPLEADO
               MOVE SPACES TO REGISTRO-RECORD
               STRING "CC  " WS-CC-CODIGO(WS-TAB-IDX)
                   " EMPL=" WS-CC-EMPLEADOS(WS-TAB-IDX) "  "
                   WS-FMT-1 " " WS-FMT-2 " " WS-FMT-3 " "
                   WS-FMT-4 " " WS-FMT-5
                   DELIMITED BY SIZE INTO REGISTRO-RECORD
               WRITE REGISTRO-RECORD
           END-PERFORM

           MOVE WS-TOTALES TO WS-EMP-IMPORTES
           PERFORM FORMATEA-CINCO-EMPLEADO
           MOVE SPACES TO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE SPACES TO REGISTRO-RECORD
           STRING "TOTAL     EMPL=" WS-CONT-EMPLEADOS " "
               WS-FMT-1 " " WS-FMT-2 " " WS-FMT-3 " "
               WS-FMT-4 " " WS-FMT-5
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE SPACES TO REGISTRO-RECORD
           STRING "EMPLEADOS CON PERMISO SIN RETRIBUIR: "
               WS-CONT-CON-AUSENCIAS
               "  BASE DE COTIZACION TOPADA: " WS-CONT-EXCEDIDOS
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE WS-TOT-ATRASOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE SPACES TO REGISTRO-RECORD
           STRING "EMPLEADOS CON ATRASOS DE GRADO: " WS-CONT-ATRASOS
               "  IMPORTE INCLUIDO EN EL BRUTO: " WS-FMT-1
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD
           MOVE WS-TOT-FINIQUITOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE SPACES TO REGISTRO-RECORD
           STRING "FINIQUITOS PAGADOS (F): " WS-CONT-FINIQUITOS
               "  IMPORTE INCLUIDO EN EL BRUTO: " WS-FMT-1
               DELIMITED BY SIZE INTO REGISTRO-RECORD
           WRITE REGISTRO-RECORD.

      *    LOS CAMBIOS LIQUIDADOS EN ESTA NOMINA QUEDAN MARCADOS CON EL
      *    PERIODO; LOS DE EMPLEADOS FUERA DEL CORTE SIGUEN PENDIENTES
       MARCA-ATRASOS-PAGADOS.
           IF WS-ATR-USADOS > ZERO
               OPEN I-O GRADOS-HISTORIA-FILE
               CALL "FILEERR" USING WS-AUDIT-PROGRAMA
                   "GRADOS_HISTORIA.DAT " WS-GRHIS-STATUS WS-SEVERIDAD
               IF WS-GRHIS-STATUS = "00"
                   PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                           UNTIL WS-ATR-IDX > WS-ATR-USADOS
                       IF ATR-PAGADO(WS-ATR-IDX)
                           PERFORM MARCA-UN-ATRASO
                       END-IF
                   END-PERFORM
                   CLOSE GRADOS-HISTORIA-FILE
               ELSE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       MARCA-UN-ATRASO.
           MOVE WS-ATR-CLAVE(WS-ATR-IDX) TO GHI-CLAVE
           READ GRADOS-HISTORIA-FILE
               INVALID KEY
                   DISPLAY "AVISO: CAMBIO DE GRADO "
                       WS-ATR-CLAVE(WS-ATR-IDX)
                       " YA NO ESTA EN GRADOS_HISTORIA"
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-PERIODO TO GHI-PERIODO-ATRASOS
                   REWRITE GRADO-HISTORIA-REGISTRO
           END-READ.

       ESCRIBE-INFORME-ATRASOS.
           OPEN OUTPUT ATRASOS-REPORT
           CALL "RPTHDR" USING "NOMINA-CALCULO"
               "INFORME_ATRASOS_GRADO.TXT" WS-ATR-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO ATRASOS-RECORD
           WRITE ATRASOS-RECORD
           MOVE SPACES TO ATRASOS-RECORD
           STRING "ATRASOS POR CAMBIO DE GRADO - NOMINA DEL PERIODO "
               WS-PERIODO
               DELIMITED BY SIZE INTO ATRASOS-RECORD
           WRITE ATRASOS-RECORD
           MOVE SPACES TO ATRASOS-RECORD
           STRING "EMPLEADO EFECTO   DE HA"
               "       BASE ANTERIOR         BASE NUEVA DIAS"
               "            ATRASOS ESTADO"
               DELIMITED BY SIZE INTO ATRASOS-RECORD
           WRITE ATRASOS-RECORD
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-USADOS
               PERFORM ESCRIBE-LINEA-ATRASO
           END-PERFORM
           MOVE WS-TOT-ATRASOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE SPACES TO ATRASOS-RECORD
           WRITE ATRASOS-RECORD
           MOVE SPACES TO ATRASOS-RECORD
           STRING "CAMBIOS DE GRADO REVISADOS: " WS-ATR-USADOS
               "  EMPLEADOS CON ATRASOS: " WS-CONT-ATRASOS
               "  TOTAL ATRASOS PAGADOS: " WS-FMT-1
               DELIMITED BY SIZE INTO ATRASOS-RECORD
           WRITE ATRASOS-RECORD
           CLOSE ATRASOS-REPORT.

       ESCRIBE-LINEA-ATRASO.
           MOVE WS-ATR-BASE-ANTERIOR(WS-ATR-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-1
           MOVE WS-ATR-BASE-NUEVA(WS-ATR-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-2
           MOVE WS-ATR-IMPORTE(WS-ATR-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN WS-FMT-3
           MOVE WS-ATR-DIAS(WS-ATR-IDX) TO WS-ATR-DIAS-ED
           EVALUATE TRUE
               WHEN ATR-SIN-GRADO(WS-ATR-IDX)
                   MOVE "PENDIENTE: GRADO NO EXISTE"
                       TO WS-ATR-ESTADO-TXT
               WHEN ATR-PENDIENTE(WS-ATR-IDX)
                   MOVE "PENDIENTE: NO ESTA EN NOMINA"
                       TO WS-ATR-ESTADO-TXT
               WHEN WS-ATR-IMPORTE(WS-ATR-IDX) = ZERO
                   MOVE "SIN ATRASOS (NO SUBE BASE)"
                       TO WS-ATR-ESTADO-TXT
               WHEN OTHER
                   MOVE "PAGADO EN ESTA NOMINA" TO WS-ATR-ESTADO-TXT
           END-EVALUATE
           MOVE SPACES TO ATRASOS-RECORD
           STRING WS-ATR-EMP(WS-ATR-IDX) "   "
               WS-ATR-FECHA-EFECTO(WS-ATR-IDX) " "
               WS-ATR-GRADO-ANTERIOR(WS-ATR-IDX) " "
               WS-ATR-GRADO-NUEVO(WS-ATR-IDX) " "
               WS-FMT-1 " " WS-FMT-2 " " WS-ATR-DIAS-ED " "
               WS-FMT-3 " " WS-ATR-ESTADO-TXT
               DELIMITED BY SIZE INTO ATRASOS-RECORD
           WRITE ATRASOS-RECORD.

       END PROGRAM NOMINA-CALCULO.
