      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cuenta de resultados mensual por sucursal. Toma el
      *          mes de PARAMLEE RESULTADO-SUCURSAL PERIODO (AAAAMM,
      *          01 a 12; por defecto el mes anterior a la fecha de
      *          proceso) y reune para cada sucursal de SUCURSALES.DAT:
      *            - comisiones: la base de las lineas del mes del
      *              registro IVA_REPERCUTIDO.DAT (COPY IVAREREC), que
      *              guarda por dia, grupo y sucursal lo que
      *              COMISIONES_GRUPO.DAT devenga cada noche;
      *            - intereses y demora: REC-INTERES de los recibos de
      *              RECIBOS_PRESTAMO.DAT (COPY RECIBREC) facturados en
      *              el mes, tipo C ordinarios y tipo M de demora;
      *            - provisiones: la dotacion neta del mes en
      *              PROVISION_PRESTAMOS.DAT (COPY PROVIREC), provision
      *              del mes menos la del mes previo;
      *            - personal: bruto mas seguridad social de la empresa
      *              de NOMINA_CALCULADA.DAT (COPY NOMICREC);
      *            - servicios centrales: el personal de CENT mas el
      *              COSTE-CENTRAL= de RESULTADO_SUCURSAL_CONTROL.DAT,
      *              repartido segun las lineas CLAVE=SSSS,peso de la
      *              misma tarjeta (el redondeo va a la sucursal de
      *              mayor peso).
      *          Guarda el mes en RESULTADOS_SUCURSAL.DAT (COPY
      *          RESUCREC) y saca de ahi el mismo mes del ano anterior.
      *          La nomina calculada y la provision solo guardan el
      *          ultimo mes: si ninguna de las dos trae el periodo
      *          pedido y ya esta guardado, se reimprime lo guardado.
      *          Deja INFORME_RESULTADO_SUCURSAL.TXT, una pagina por
      *          sucursal y una ultima con la clasificacion por
      *          resultado. Termina con RC 4 si falta algun fichero, no
      *          hay claves para un coste central o la tabla se llena,
      *          y con RC 8 si alguna linea de la tarjeta no es valida.
      *          La pagina de una sucursal cerrada lo indica, con la
      *          fecha de cierre y la sucursal que la absorbio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADO-SUCURSAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSALES-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "RESULTADO_SUCURSAL_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT IVA-REPERCUTIDO-FILE ASSIGN TO "IVA_REPERCUTIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IVR-CLAVE
               FILE STATUS IS WS-IVA-REPERCUTIDO-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS_PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT PROVISION-FILE ASSIGN TO "PROVISION_PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-REFERENCIA
               FILE STATUS IS WS-PROVISION-STATUS.

           SELECT CALCULADA-FILE ASSIGN TO "NOMINA_CALCULADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCULADA-STATUS.

           SELECT RESULTADOS-FILE ASSIGN TO "RESULTADOS_SUCURSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSU-CLAVE
               FILE STATUS IS WS-RESULTADOS-STATUS.

           SELECT INFORME-REPORT
               ASSIGN TO "INFORME_RESULTADO_SUCURSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK09".

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(80).

       FD  IVA-REPERCUTIDO-FILE.
       COPY IVAREREC.

       FD  RECIBOS-FILE.
       COPY RECIBREC.

       FD  PROVISION-FILE.
       COPY PROVIREC.

       FD  CALCULADA-FILE.
       COPY NOMICREC.

       FD  RESULTADOS-FILE.
       COPY RESUCREC.

       FD  INFORME-REPORT.
       01  INFORME-LINEA PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-RESULTADO PIC S9(11)V99.
           05  SRT-IDX PIC 999.

       WORKING-STORAGE SECTION.
       01  WS-SUCURSALES-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-IVA-REPERCUTIDO-STATUS PIC XX.
       01  WS-RECIBOS-STATUS PIC XX.
       01  WS-PROVISION-STATUS PIC XX.
       01  WS-CALCULADA-STATUS PIC XX.
       01  WS-RESULTADOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-SUCURSALES PIC X VALUE "N".
           88  FIN-SUCURSALES VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-EOF-IVA-REPERCUTIDO PIC X VALUE "N".
           88  FIN-IVA-REPERCUTIDO VALUE "Y".
       01  WS-EOF-RECIBOS PIC X VALUE "N".
           88  FIN-RECIBOS VALUE "Y".
       01  WS-EOF-PROVISION PIC X VALUE "N".
           88  FIN-PROVISION VALUE "Y".
       01  WS-EOF-CALCULADA PIC X VALUE "N".
           88  FIN-CALCULADA VALUE "Y".
       01  WS-EOF-RESULTADOS PIC X VALUE "N".
           88  FIN-RESULTADOS VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PERIODO-INFORME PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INFORME.
           05  WS-INF-EJERCICIO PIC 9(4).
           05  WS-INF-MES PIC 99.
       01  WS-PERIODO-ANTERIOR PIC 9(6).
       01  WS-SUC-CENTRAL PIC X(4) VALUE "CENT".

      *    UNA ENTRADA POR SUCURSAL: CIFRAS DEL MES Y DEL MISMO MES
      *    DEL ANO ANTERIOR, Y PESO EN EL REPARTO DE LOS CENTRALES
       01  WS-SUC-TABLA.
           05  WS-SUC-ENT OCCURS 100 TIMES.
               10  WS-SUC-CODIGO PIC X(4).
               10  WS-SUC-NOMBRE PIC X(20).
               10  WS-SUC-DEL-MAESTRO PIC X.
               10  WS-SUC-FECHA-CIERRE PIC 9(8).
               10  WS-SUC-ABSORBENTE PIC X(4).
               10  WS-SUC-PESO PIC 9(5)V99.
               10  WS-SUC-EMPLEADOS PIC 9(5).
               10  WS-SUC-MES.
                   15  WS-SUC-COMISIONES PIC S9(11)V99.
                   15  WS-SUC-INTERESES PIC S9(11)V99.
                   15  WS-SUC-DEMORA PIC S9(11)V99.
                   15  WS-SUC-PROVISIONES PIC S9(11)V99.
                   15  WS-SUC-PERSONAL PIC S9(11)V99.
                   15  WS-SUC-CENTRALES PIC S9(11)V99.
                   15  WS-SUC-RESULTADO PIC S9(11)V99.
               10  WS-SUC-HAY-ANTERIOR PIC X.
               10  WS-SUC-ANTERIOR.
                   15  WS-ANT-COMISIONES PIC S9(11)V99.
                   15  WS-ANT-INTERESES PIC S9(11)V99.
                   15  WS-ANT-DEMORA PIC S9(11)V99.
                   15  WS-ANT-PROVISIONES PIC S9(11)V99.
                   15  WS-ANT-PERSONAL PIC S9(11)V99.
                   15  WS-ANT-CENTRALES PIC S9(11)V99.
                   15  WS-ANT-RESULTADO PIC S9(11)V99.
       01  WS-SUC-TOTAL PIC 999 VALUE ZERO.
       01  WS-SUC-IDX PIC 999.
       01  WS-SUC-POS PIC 999.
       01  WS-SUC-BUSCADA PIC X(4).
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".
       01  WS-HAY-MAESTRO PIC X VALUE "N".
           88  HAY-MAESTRO VALUE "Y".

      *    SERVICIOS CENTRALES
       01  WS-PERSONAL-CENTRAL PIC S9(11)V99 VALUE ZERO.
       01  WS-COSTE-CENTRAL PIC S9(11)V99 VALUE ZERO.
       01  WS-BOLSA-CENTRAL PIC S9(11)V99 VALUE ZERO.
       01  WS-REPARTIDO PIC S9(11)V99 VALUE ZERO.
       01  WS-SIN-REPARTIR PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-PESOS PIC 9(7)V99 VALUE ZERO.
       01  WS-PESO-MAYOR PIC 9(5)V99 VALUE ZERO.
       01  WS-POS-MAYOR PIC 999 VALUE ZERO.
       01  WS-CAMPO-CODIGO PIC X(4).
       01  WS-CAMPO-PESO PIC X(20).

       01  WS-CONT-COMISIONES PIC 9(7) VALUE ZERO.
       01  WS-CONT-RECIBOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-PROVISION PIC 9(7) VALUE ZERO.
       01  WS-CONT-NOMINA PIC 9(7) VALUE ZERO.
       01  WS-CONT-GUARDADAS PIC 9(4) VALUE ZERO.
       01  WS-REIMPRESION PIC X VALUE "N".
           88  REIMPRESION VALUE "Y".
       01  WS-FALTA-FICHERO PIC X VALUE "N".
           88  FALTA-FICHERO VALUE "Y".
       01  WS-HISTORIA-ABIERTA PIC X VALUE "N".
           88  HISTORIA-ABIERTA VALUE "Y".

       01  WS-INGRESOS PIC S9(11)V99.
       01  WS-COSTES PIC S9(11)V99.
       01  WS-ANT-INGRESOS PIC S9(11)V99.
       01  WS-ANT-COSTES PIC S9(11)V99.
       01  WS-TOT-INGRESOS PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-COSTES PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-RESULTADO PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-ANTERIOR PIC S9(11)V99 VALUE ZERO.
       01  WS-PUESTO PIC 999 VALUE ZERO.

       01  WS-DET-LINEA.
           05  DET-CONCEPTO PIC X(34).
           05  FILLER PIC X VALUE SPACE.
           05  DET-MES PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DET-ANTERIOR PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DET-VARIACION PIC -ZZZZZZZZZZ9.99.
       01  WS-DET-MES PIC S9(11)V99.
       01  WS-DET-ANTERIOR PIC S9(11)V99.

       01  WS-CLA-LINEA.
           05  CLA-PUESTO PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  CLA-SUCURSAL PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  CLA-NOMBRE PIC X(20).
           05  FILLER PIC X VALUE SPACE.
           05  CLA-INGRESOS PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  CLA-COSTES PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  CLA-RESULTADO PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  CLA-ANTERIOR PIC -ZZZZZZZZZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  CLA-VARIACION PIC -ZZZZZZZZZZ9.99.

       01  WS-EMPLEADOS-ED PIC ZZZZ9.
       01  WS-RPT-PAGINA PIC 9(4) VALUE ZERO.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "RESULTADO-SUCURSAL".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "INFORME".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "RESULTADO-SUCURSAL".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM FIJA-PERIODO
           COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-INFORME - 100

           PERFORM CARGA-SUCURSALES THRU CARGA-SUCURSALES-FIN
           PERFORM CARGA-CONTROL THRU CARGA-CONTROL-FIN
           PERFORM CARGA-COMISIONES
           PERFORM CARGA-RECIBOS
           PERFORM CARGA-PROVISIONES
           PERFORM CARGA-NOMINA
           PERFORM ABRE-HISTORIA

      *    SIN NOMINA NI PROVISION DEL MES, LAS FUENTES YA HAN PASADO
      *    A OTRO MES: SI EL PERIODO ESTA GUARDADO SE REIMPRIME
           IF WS-CONT-NOMINA = ZERO AND WS-CONT-PROVISION = ZERO
                   AND HISTORIA-ABIERTA
               PERFORM CARGA-PERIODO-GUARDADO THRU
                   CARGA-PERIODO-GUARDADO-FIN
           END-IF
           IF NOT REIMPRESION
               PERFORM REPARTE-CENTRALES THRU REPARTE-CENTRALES-FIN
               PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                       UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   PERFORM CALCULA-RESULTADO
               END-PERFORM
               IF HISTORIA-ABIERTA
                   PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                           UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                       PERFORM GUARDA-RESULTADO
                   END-PERFORM
               END-IF
           END-IF
           IF HISTORIA-ABIERTA
               PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                       UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   PERFORM CARGA-ANO-ANTERIOR
               END-PERFORM
               CLOSE RESULTADOS-FILE
           END-IF

           OPEN OUTPUT INFORME-REPORT
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
               PERFORM ESCRIBE-PAGINA-SUCURSAL
           END-PERFORM
           PERFORM ESCRIBE-CLASIFICACION
           CLOSE INFORME-REPORT

           MOVE WS-PERIODO-INFORME TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "SUCURSALES=" WS-SUC-TOTAL
               " RESULTADO=" WS-TOT-RESULTADO
               " CENTRALES=" WS-BOLSA-CENTRAL
               " REIMPRESION=" WS-REIMPRESION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "RESULTADO POR SUCURSAL " WS-PERIODO-INFORME
               ": SUCURSALES=" WS-SUC-TOTAL
               " RESULTADO=" WS-TOT-RESULTADO
           IF REIMPRESION
               DISPLAY "PERIODO REIMPRESO DE RESULTADOS_SUCURSAL.DAT"
           END-IF
           IF FALTA-FICHERO OR TABLA-LLENA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       FIJA-PERIODO.
      *    SIN PARAMETRO, EL MES ANTERIOR A LA FECHA DE PROCESO
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-INFORME
           IF WS-INF-MES = 1
               SUBTRACT 1 FROM WS-INF-EJERCICIO
               MOVE 12 TO WS-INF-MES
           ELSE
               SUBTRACT 1 FROM WS-INF-MES
           END-IF

           CALL "PARAMLEE" USING "RESULTADO-SUCURSAL  "
               "PERIODO             " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:6) IS NUMERIC
                       AND WS-PARAM-VALOR(7:) = SPACES
                       AND WS-PARAM-VALOR(5:2) >= "01"
                       AND WS-PARAM-VALOR(5:2) <= "12"
                   MOVE WS-PARAM-VALOR(1:6) TO WS-PERIODO-INFORME
               ELSE
                   DISPLAY "AVISO: PERIODO NO VALIDO, SE USA "
                       WS-PERIODO-INFORME
               END-IF
           END-IF.

       CARGA-SUCURSALES.
      *    LAS OFICINAS DEL MAESTRO SALEN SIEMPRE, AUNQUE NO TENGAN
      *    MOVIMIENTO; LAS QUE SOLO APARECEN EN LOS FICHEROS DEL MES
      *    SE ANADEN AL ENCONTRARLAS
           OPEN INPUT SUCURSALES-FILE
           IF WS-SUCURSALES-STATUS NOT = "00"
               DISPLAY "SUCURSALES.DAT NO DISPONIBLE, SOLO SALEN LAS "
                   "SUCURSALES CON MOVIMIENTO"
               SET FALTA-FICHERO TO TRUE
               GO TO CARGA-SUCURSALES-FIN
           END-IF
           SET HAY-MAESTRO TO TRUE
           PERFORM LEE-SUCURSAL
           PERFORM UNTIL FIN-SUCURSALES
               IF SUC-CODIGO NOT = SPACES
                   MOVE SUC-CODIGO TO WS-SUC-BUSCADA
                   PERFORM ALTA-SUCURSAL
                   IF WS-SUC-POS > ZERO
                       MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-SUC-POS)
                       MOVE "Y" TO WS-SUC-DEL-MAESTRO(WS-SUC-POS)
      *                LAS LINEAS ANTIGUAS TRAEN EL CIERRE EN BLANCO
                       IF SUC-FECHA-CIERRE IS NUMERIC
                           MOVE SUC-FECHA-CIERRE
                               TO WS-SUC-FECHA-CIERRE(WS-SUC-POS)
                       END-IF
                       MOVE SUC-ABSORBENTE
                           TO WS-SUC-ABSORBENTE(WS-SUC-POS)
                   END-IF
               END-IF
               PERFORM LEE-SUCURSAL
           END-PERFORM
           CLOSE SUCURSALES-FILE.

       CARGA-SUCURSALES-FIN.
           EXIT.

       LEE-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET FIN-SUCURSALES TO TRUE
           END-READ.

       BUSCA-SUCURSAL.
           IF WS-SUC-BUSCADA = SPACES
               MOVE WS-SUC-CENTRAL TO WS-SUC-BUSCADA
           END-IF
           MOVE ZERO TO WS-SUC-POS
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   OR WS-SUC-POS > ZERO
               IF WS-SUC-CODIGO(WS-SUC-IDX) = WS-SUC-BUSCADA
                   MOVE WS-SUC-IDX TO WS-SUC-POS
               END-IF
           END-PERFORM.

       ALTA-SUCURSAL.
           PERFORM BUSCA-SUCURSAL
           IF WS-SUC-POS = ZERO
               IF WS-SUC-TOTAL < 100
                   ADD 1 TO WS-SUC-TOTAL
                   MOVE WS-SUC-TOTAL TO WS-SUC-POS
                   MOVE WS-SUC-BUSCADA TO WS-SUC-CODIGO(WS-SUC-POS)
                   MOVE SPACES TO WS-SUC-NOMBRE(WS-SUC-POS)
                   IF WS-SUC-BUSCADA = WS-SUC-CENTRAL
                       MOVE "SERVICIOS CENTRALES"
                           TO WS-SUC-NOMBRE(WS-SUC-POS)
                   END-IF
                   MOVE "N" TO WS-SUC-DEL-MAESTRO(WS-SUC-POS)
                   MOVE ZERO TO WS-SUC-FECHA-CIERRE(WS-SUC-POS)
                   MOVE SPACES TO WS-SUC-ABSORBENTE(WS-SUC-POS)
                   MOVE ZERO TO WS-SUC-PESO(WS-SUC-POS)
                   MOVE ZERO TO WS-SUC-EMPLEADOS(WS-SUC-POS)
                   PERFORM INICIA-CIFRAS-SUCURSAL
               ELSE
                   SET TABLA-LLENA TO TRUE
               END-IF
           END-IF.

       INICIA-CIFRAS-SUCURSAL.
           MOVE ZERO TO WS-SUC-COMISIONES(WS-SUC-POS)
               WS-SUC-INTERESES(WS-SUC-POS)
               WS-SUC-DEMORA(WS-SUC-POS)
               WS-SUC-PROVISIONES(WS-SUC-POS)
               WS-SUC-PERSONAL(WS-SUC-POS)
               WS-SUC-CENTRALES(WS-SUC-POS)
               WS-SUC-RESULTADO(WS-SUC-POS)
           MOVE "N" TO WS-SUC-HAY-ANTERIOR(WS-SUC-POS)
           MOVE ZERO TO WS-ANT-COMISIONES(WS-SUC-POS)
               WS-ANT-INTERESES(WS-SUC-POS)
               WS-ANT-DEMORA(WS-SUC-POS)
               WS-ANT-PROVISIONES(WS-SUC-POS)
               WS-ANT-PERSONAL(WS-SUC-POS)
               WS-ANT-CENTRALES(WS-SUC-POS)
               WS-ANT-RESULTADO(WS-SUC-POS).

       CARGA-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "RESULTADO_SUCURSAL_CONTROL.DAT NO DISPONIBLE, "
                   "SIN COSTE CENTRAL ADICIONAL NI CLAVES DE REPARTO"
               GO TO CARGA-CONTROL-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               PERFORM TRATA-TARJETA
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE CONTROL-FILE.

       CARGA-CONTROL-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       TRATA-TARJETA.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:14) = "COSTE-CENTRAL="
                   IF FUNCTION TEST-NUMVAL(CONTROL-RECORD(15:)) = ZERO
                           AND FUNCTION NUMVAL(CONTROL-RECORD(15:))
                           >= ZERO
                           AND FUNCTION NUMVAL(CONTROL-RECORD(15:))
                           <= 999999999.99
                       COMPUTE WS-COSTE-CENTRAL =
                           FUNCTION NUMVAL(CONTROL-RECORD(15:))
                   ELSE
                       PERFORM LINEA-NO-VALIDA
                   END-IF
               WHEN CONTROL-RECORD(1:6) = "CLAVE="
                   PERFORM TRATA-CLAVE THRU TRATA-CLAVE-FIN
               WHEN CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM LINEA-NO-VALIDA
           END-EVALUATE.

       TRATA-CLAVE.
      *    CLAVE=SSSS,PESO  (PESO CON HASTA DOS DECIMALES)
           MOVE SPACES TO WS-CAMPO-CODIGO WS-CAMPO-PESO
           UNSTRING CONTROL-RECORD(7:) DELIMITED BY ","
               INTO WS-CAMPO-CODIGO WS-CAMPO-PESO
           END-UNSTRING
           IF WS-CAMPO-CODIGO = SPACES OR WS-CAMPO-PESO = SPACES
               PERFORM LINEA-NO-VALIDA
               GO TO TRATA-CLAVE-FIN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-PESO) NOT = ZERO
               PERFORM LINEA-NO-VALIDA
               GO TO TRATA-CLAVE-FIN
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-PESO) < ZERO
                   OR FUNCTION NUMVAL(WS-CAMPO-PESO) > 99999.99
               PERFORM LINEA-NO-VALIDA
               GO TO TRATA-CLAVE-FIN
           END-IF
           MOVE WS-CAMPO-CODIGO TO WS-SUC-BUSCADA
           PERFORM BUSCA-SUCURSAL
           IF WS-SUC-POS = ZERO AND HAY-MAESTRO
               DISPLAY "SUCURSAL DE LA CLAVE NO EXISTE EN "
                   "SUCURSALES.DAT: " WS-CAMPO-CODIGO
               PERFORM LINEA-NO-VALIDA
               GO TO TRATA-CLAVE-FIN
           END-IF
           PERFORM ALTA-SUCURSAL
           IF WS-SUC-POS > ZERO
               COMPUTE WS-SUC-PESO(WS-SUC-POS) =
                   FUNCTION NUMVAL(WS-CAMPO-PESO)
           END-IF.

       TRATA-CLAVE-FIN.
           EXIT.

       LINEA-NO-VALIDA.
           DISPLAY "LINEA DE TARJETA NO VALIDA: " CONTROL-RECORD
           MOVE 8 TO WS-RETURN-CODE.

       CARGA-COMISIONES.
      *    LA BASE DE CADA LINEA ES LA COMISION DEVENGADA SIN IVA
           OPEN INPUT IVA-REPERCUTIDO-FILE
           IF WS-IVA-REPERCUTIDO-STATUS NOT = "00"
               DISPLAY "IVA_REPERCUTIDO.DAT NO DISPONIBLE, LAS "
                   "COMISIONES SALEN A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-COMISION
               PERFORM UNTIL FIN-IVA-REPERCUTIDO
                   IF IVR-PERIODO = WS-PERIODO-INFORME
                       MOVE IVR-SUCURSAL TO WS-SUC-BUSCADA
                       PERFORM ALTA-SUCURSAL
                       IF WS-SUC-POS > ZERO
                           ADD 1 TO WS-CONT-COMISIONES
                           ADD IVR-BASE
                               TO WS-SUC-COMISIONES(WS-SUC-POS)
                       END-IF
                   END-IF
                   PERFORM LEE-COMISION
               END-PERFORM
               CLOSE IVA-REPERCUTIDO-FILE
           END-IF.

       LEE-COMISION.
           READ IVA-REPERCUTIDO-FILE NEXT RECORD
               AT END
                   SET FIN-IVA-REPERCUTIDO TO TRUE
           END-READ.

       CARGA-RECIBOS.
           OPEN INPUT RECIBOS-FILE
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "RECIBOS_PRESTAMO.DAT NO DISPONIBLE, LOS "
                   "INTERESES SALEN A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-RECIBO
               PERFORM UNTIL FIN-RECIBOS
                   IF REC-FECHA-FACTURA(1:6) = WS-PERIODO-INFORME
                       MOVE REC-SUCURSAL TO WS-SUC-BUSCADA
                       PERFORM ALTA-SUCURSAL
                       IF WS-SUC-POS > ZERO
                           ADD 1 TO WS-CONT-RECIBOS
                           IF REC-MORA
                               ADD REC-INTERES
                                   TO WS-SUC-DEMORA(WS-SUC-POS)
                           ELSE
                               ADD REC-INTERES
                                   TO WS-SUC-INTERESES(WS-SUC-POS)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LEE-RECIBO
               END-PERFORM
               CLOSE RECIBOS-FILE
           END-IF.

       LEE-RECIBO.
           READ RECIBOS-FILE
               AT END
                   SET FIN-RECIBOS TO TRUE
           END-READ.

       CARGA-PROVISIONES.
      *    EL COSTE DEL MES ES LA VARIACION: UNA PROVISION QUE BAJA
      *    LIBERA Y SUMA AL RESULTADO
           OPEN INPUT PROVISION-FILE
           IF WS-PROVISION-STATUS NOT = "00"
               DISPLAY "PROVISION_PRESTAMOS.DAT NO DISPONIBLE, LAS "
                   "PROVISIONES SALEN A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-PROVISION
               PERFORM UNTIL FIN-PROVISION
                   IF PRV-MES = WS-PERIODO-INFORME
                       MOVE PRV-SUCURSAL TO WS-SUC-BUSCADA
                       PERFORM ALTA-SUCURSAL
                       IF WS-SUC-POS > ZERO
                           ADD 1 TO WS-CONT-PROVISION
                           COMPUTE WS-SUC-PROVISIONES(WS-SUC-POS) =
                               WS-SUC-PROVISIONES(WS-SUC-POS)
                               + PRV-IMPORTE - PRV-IMPORTE-ANTERIOR
                       END-IF
                   END-IF
                   PERFORM LEE-PROVISION
               END-PERFORM
               CLOSE PROVISION-FILE
           END-IF.

       LEE-PROVISION.
           READ PROVISION-FILE NEXT RECORD
               AT END
                   SET FIN-PROVISION TO TRUE
           END-READ.

       CARGA-NOMINA.
      *    EL PERSONAL DE CENT NO ES DE NINGUNA OFICINA: VA A LA BOLSA
      *    DE SERVICIOS CENTRALES QUE SE REPARTE
           OPEN INPUT CALCULADA-FILE
           IF WS-CALCULADA-STATUS NOT = "00"
               DISPLAY "NOMINA_CALCULADA.DAT NO DISPONIBLE, EL COSTE "
                   "DE PERSONAL SALE A CERO"
               SET FALTA-FICHERO TO TRUE
           ELSE
               PERFORM LEE-NOMINA
               PERFORM UNTIL FIN-CALCULADA
                   IF NMC-PERIODO = WS-PERIODO-INFORME
                       ADD 1 TO WS-CONT-NOMINA
                       PERFORM ACUMULA-NOMINA
                   END-IF
                   PERFORM LEE-NOMINA
               END-PERFORM
               CLOSE CALCULADA-FILE
           END-IF.

       LEE-NOMINA.
           READ CALCULADA-FILE
               AT END
                   SET FIN-CALCULADA TO TRUE
           END-READ.

       ACUMULA-NOMINA.
           MOVE NMC-SUCURSAL TO WS-SUC-BUSCADA
           IF WS-SUC-BUSCADA = SPACES
                   OR WS-SUC-BUSCADA = WS-SUC-CENTRAL
               COMPUTE WS-PERSONAL-CENTRAL = WS-PERSONAL-CENTRAL
                   + NMC-BRUTO + NMC-SS-EMPRESA
           ELSE
               PERFORM ALTA-SUCURSAL
               IF WS-SUC-POS > ZERO
                   COMPUTE WS-SUC-PERSONAL(WS-SUC-POS) =
                       WS-SUC-PERSONAL(WS-SUC-POS)
                       + NMC-BRUTO + NMC-SS-EMPRESA
                   IF NOT NMC-ES-FINIQUITO
                       ADD 1 TO WS-SUC-EMPLEADOS(WS-SUC-POS)
                   END-IF
               END-IF
           END-IF.

       ABRE-HISTORIA.
           OPEN I-O RESULTADOS-FILE
           IF WS-RESULTADOS-STATUS NOT = "00"
               OPEN OUTPUT RESULTADOS-FILE
               CLOSE RESULTADOS-FILE
               OPEN I-O RESULTADOS-FILE
           END-IF
           IF WS-RESULTADOS-STATUS = "00"
               SET HISTORIA-ABIERTA TO TRUE
           ELSE
               DISPLAY "RESULTADOS_SUCURSAL.DAT NO DISPONIBLE: "
                   WS-RESULTADOS-STATUS ", EL MES NO SE GUARDA Y NO "
                   "HAY COMPARACION CON EL ANO ANTERIOR"
               SET FALTA-FICHERO TO TRUE
           END-IF.

       CARGA-PERIODO-GUARDADO.
           MOVE WS-PERIODO-INFORME TO RSU-PERIODO
           MOVE LOW-VALUES TO RSU-SUCURSAL
           START RESULTADOS-FILE KEY IS NOT LESS THAN RSU-CLAVE
               INVALID KEY
                   GO TO CARGA-PERIODO-GUARDADO-FIN
           END-START
           PERFORM LEE-RESULTADO
           PERFORM UNTIL FIN-RESULTADOS
                   OR RSU-PERIODO NOT = WS-PERIODO-INFORME
               IF NOT REIMPRESION
      *            LO LEIDO DE LAS FUENTES ES PARCIAL: SE DESCARTA
                   SET REIMPRESION TO TRUE
                   MOVE ZERO TO WS-PERSONAL-CENTRAL
                   PERFORM VARYING WS-SUC-POS FROM 1 BY 1
                           UNTIL WS-SUC-POS > WS-SUC-TOTAL
                       PERFORM INICIA-CIFRAS-SUCURSAL
                       MOVE ZERO TO WS-SUC-EMPLEADOS(WS-SUC-POS)
                   END-PERFORM
               END-IF
               MOVE RSU-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM ALTA-SUCURSAL
               IF WS-SUC-POS > ZERO
                   ADD 1 TO WS-CONT-GUARDADAS
                   MOVE RSU-COMISIONES TO WS-SUC-COMISIONES(WS-SUC-POS)
                   MOVE RSU-INTERESES TO WS-SUC-INTERESES(WS-SUC-POS)
                   MOVE RSU-DEMORA TO WS-SUC-DEMORA(WS-SUC-POS)
                   MOVE RSU-PROVISIONES
                       TO WS-SUC-PROVISIONES(WS-SUC-POS)
                   MOVE RSU-PERSONAL TO WS-SUC-PERSONAL(WS-SUC-POS)
                   MOVE RSU-CENTRALES TO WS-SUC-CENTRALES(WS-SUC-POS)
                   MOVE RSU-RESULTADO TO WS-SUC-RESULTADO(WS-SUC-POS)
                   MOVE RSU-EMPLEADOS TO WS-SUC-EMPLEADOS(WS-SUC-POS)
                   ADD RSU-CENTRALES TO WS-BOLSA-CENTRAL WS-REPARTIDO
               END-IF
               PERFORM LEE-RESULTADO
           END-PERFORM.

       CARGA-PERIODO-GUARDADO-FIN.
           EXIT.

       LEE-RESULTADO.
           READ RESULTADOS-FILE NEXT RECORD
               AT END
                   SET FIN-RESULTADOS TO TRUE
           END-READ.

       REPARTE-CENTRALES.
           COMPUTE WS-BOLSA-CENTRAL =
               WS-PERSONAL-CENTRAL + WS-COSTE-CENTRAL
           MOVE ZERO TO WS-TOTAL-PESOS WS-PESO-MAYOR WS-POS-MAYOR
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
               ADD WS-SUC-PESO(WS-SUC-IDX) TO WS-TOTAL-PESOS
               IF WS-SUC-PESO(WS-SUC-IDX) > WS-PESO-MAYOR
                   MOVE WS-SUC-PESO(WS-SUC-IDX) TO WS-PESO-MAYOR
                   MOVE WS-SUC-IDX TO WS-POS-MAYOR
               END-IF
           END-PERFORM
           IF WS-BOLSA-CENTRAL = ZERO
               GO TO REPARTE-CENTRALES-FIN
           END-IF
           IF WS-TOTAL-PESOS = ZERO
               MOVE WS-BOLSA-CENTRAL TO WS-SIN-REPARTIR
               DISPLAY "AVISO: NO HAY CLAVES DE REPARTO EN LA TARJETA, "
                   "SERVICIOS CENTRALES SIN REPARTIR=" WS-SIN-REPARTIR
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO REPARTE-CENTRALES-FIN
           END-IF

           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
               IF WS-SUC-PESO(WS-SUC-IDX) > ZERO
                   COMPUTE WS-SUC-CENTRALES(WS-SUC-IDX) ROUNDED =
                       WS-BOLSA-CENTRAL * WS-SUC-PESO(WS-SUC-IDX)
                       / WS-TOTAL-PESOS
                   ADD WS-SUC-CENTRALES(WS-SUC-IDX) TO WS-REPARTIDO
               END-IF
           END-PERFORM
      *    EL RESTO DEL REDONDEO, A LA DE MAYOR PESO
           IF WS-REPARTIDO NOT = WS-BOLSA-CENTRAL
               COMPUTE WS-SUC-CENTRALES(WS-POS-MAYOR) =
                   WS-SUC-CENTRALES(WS-POS-MAYOR)
                   + WS-BOLSA-CENTRAL - WS-REPARTIDO
               MOVE WS-BOLSA-CENTRAL TO WS-REPARTIDO
           END-IF.

       REPARTE-CENTRALES-FIN.
           EXIT.

       CALCULA-RESULTADO.
           COMPUTE WS-SUC-RESULTADO(WS-SUC-IDX) =
               WS-SUC-COMISIONES(WS-SUC-IDX)
               + WS-SUC-INTERESES(WS-SUC-IDX)
               + WS-SUC-DEMORA(WS-SUC-IDX)
               - WS-SUC-PROVISIONES(WS-SUC-IDX)
               - WS-SUC-PERSONAL(WS-SUC-IDX)
               - WS-SUC-CENTRALES(WS-SUC-IDX).

       GUARDA-RESULTADO.
      *    UNA NUEVA EMISION DEL MISMO MES SUSTITUYE LA ANTERIOR
           MOVE WS-PERIODO-INFORME TO RSU-PERIODO
           MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO RSU-SUCURSAL
           MOVE WS-SUC-COMISIONES(WS-SUC-IDX) TO RSU-COMISIONES
           MOVE WS-SUC-INTERESES(WS-SUC-IDX) TO RSU-INTERESES
           MOVE WS-SUC-DEMORA(WS-SUC-IDX) TO RSU-DEMORA
           MOVE WS-SUC-PROVISIONES(WS-SUC-IDX) TO RSU-PROVISIONES
           MOVE WS-SUC-PERSONAL(WS-SUC-IDX) TO RSU-PERSONAL
           MOVE WS-SUC-CENTRALES(WS-SUC-IDX) TO RSU-CENTRALES
           MOVE WS-SUC-RESULTADO(WS-SUC-IDX) TO RSU-RESULTADO
           MOVE WS-SUC-EMPLEADOS(WS-SUC-IDX) TO RSU-EMPLEADOS
           MOVE WS-FECHA-PROCESO TO RSU-FECHA-EMISION
           WRITE RESULTADO-SUCURSAL-RECORD
               INVALID KEY
                   REWRITE RESULTADO-SUCURSAL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GUARDANDO RESULTADO DE "
                               RSU-SUCURSAL ": " WS-RESULTADOS-STATUS
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-CONT-GUARDADAS.

       CARGA-ANO-ANTERIOR.
           MOVE WS-PERIODO-ANTERIOR TO RSU-PERIODO
           MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO RSU-SUCURSAL
           READ RESULTADOS-FILE
               INVALID KEY
                   MOVE "N" TO WS-SUC-HAY-ANTERIOR(WS-SUC-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUC-HAY-ANTERIOR(WS-SUC-IDX)
                   MOVE RSU-COMISIONES TO WS-ANT-COMISIONES(WS-SUC-IDX)
                   MOVE RSU-INTERESES TO WS-ANT-INTERESES(WS-SUC-IDX)
                   MOVE RSU-DEMORA TO WS-ANT-DEMORA(WS-SUC-IDX)
                   MOVE RSU-PROVISIONES
                       TO WS-ANT-PROVISIONES(WS-SUC-IDX)
                   MOVE RSU-PERSONAL TO WS-ANT-PERSONAL(WS-SUC-IDX)
                   MOVE RSU-CENTRALES TO WS-ANT-CENTRALES(WS-SUC-IDX)
                   MOVE RSU-RESULTADO TO WS-ANT-RESULTADO(WS-SUC-IDX)
           END-READ.

       ESCRIBE-PAGINA-SUCURSAL.
           ADD 1 TO WS-RPT-PAGINA
           CALL "RPTHDR" USING "RESULTADO-SUCURSAL"
               "INFORME_RESULTADO_SUCURSAL.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-LINEA
           IF WS-RPT-PAGINA = 1
               WRITE INFORME-LINEA
           ELSE
               WRITE INFORME-LINEA AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO INFORME-LINEA
           STRING "CUENTA DE RESULTADOS DEL PERIODO "
               WS-PERIODO-INFORME " - SUCURSAL "
               WS-SUC-CODIGO(WS-SUC-IDX) " "
               WS-SUC-NOMBRE(WS-SUC-IDX)
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           IF WS-SUC-DEL-MAESTRO(WS-SUC-IDX) NOT = "Y"
                   AND WS-SUC-CODIGO(WS-SUC-IDX) NOT = WS-SUC-CENTRAL
               MOVE "*** SUCURSAL NO DADA DE ALTA EN SUCURSALES.DAT"
                   TO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF
      *    UNA SUCURSAL CERRADA SIGUE SALIENDO CON LO QUE DEVENGO HASTA
      *    SU CIERRE; SI LA ABSORBIO OTRA, SE DICE CUAL
           IF WS-SUC-FECHA-CIERRE(WS-SUC-IDX) > ZERO
               MOVE SPACES TO INFORME-LINEA
               IF WS-SUC-ABSORBENTE(WS-SUC-IDX) NOT = SPACES
                   STRING "*** SUCURSAL CERRADA EL "
                       WS-SUC-FECHA-CIERRE(WS-SUC-IDX)
                       ", ABSORBIDA POR "
                       WS-SUC-ABSORBENTE(WS-SUC-IDX)
                       DELIMITED BY SIZE INTO INFORME-LINEA
               ELSE
                   STRING "*** SUCURSAL CERRADA EL "
                       WS-SUC-FECHA-CIERRE(WS-SUC-IDX)
                       DELIMITED BY SIZE INTO INFORME-LINEA
               END-IF
               WRITE INFORME-LINEA
           END-IF
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "CONCEPTO                                       MES"
               "  MES ANO ANTERIOR         VARIACION"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA

           MOVE "COMISIONES" TO DET-CONCEPTO
           MOVE WS-SUC-COMISIONES(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-COMISIONES(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE "INTERESES ORDINARIOS" TO DET-CONCEPTO
           MOVE WS-SUC-INTERESES(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-INTERESES(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE "INTERESES DE DEMORA" TO DET-CONCEPTO
           MOVE WS-SUC-DEMORA(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-DEMORA(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           COMPUTE WS-INGRESOS = WS-SUC-COMISIONES(WS-SUC-IDX)
               + WS-SUC-INTERESES(WS-SUC-IDX)
               + WS-SUC-DEMORA(WS-SUC-IDX)
           COMPUTE WS-ANT-INGRESOS = WS-ANT-COMISIONES(WS-SUC-IDX)
               + WS-ANT-INTERESES(WS-SUC-IDX)
               + WS-ANT-DEMORA(WS-SUC-IDX)
           MOVE "TOTAL INGRESOS" TO DET-CONCEPTO
           MOVE WS-INGRESOS TO WS-DET-MES
           MOVE WS-ANT-INGRESOS TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA

           MOVE "DOTACION NETA A PROVISIONES" TO DET-CONCEPTO
           MOVE WS-SUC-PROVISIONES(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-PROVISIONES(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE WS-SUC-EMPLEADOS(WS-SUC-IDX) TO WS-EMPLEADOS-ED
           MOVE SPACES TO DET-CONCEPTO
           STRING "COSTE DE PERSONAL (" WS-EMPLEADOS-ED " EMPL.)"
               DELIMITED BY SIZE INTO DET-CONCEPTO
           MOVE WS-SUC-PERSONAL(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-PERSONAL(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE "REPARTO DE SERVICIOS CENTRALES" TO DET-CONCEPTO
           MOVE WS-SUC-CENTRALES(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-CENTRALES(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           COMPUTE WS-COSTES = WS-SUC-PROVISIONES(WS-SUC-IDX)
               + WS-SUC-PERSONAL(WS-SUC-IDX)
               + WS-SUC-CENTRALES(WS-SUC-IDX)
           COMPUTE WS-ANT-COSTES = WS-ANT-PROVISIONES(WS-SUC-IDX)
               + WS-ANT-PERSONAL(WS-SUC-IDX)
               + WS-ANT-CENTRALES(WS-SUC-IDX)
           MOVE "TOTAL COSTES" TO DET-CONCEPTO
           MOVE WS-COSTES TO WS-DET-MES
           MOVE WS-ANT-COSTES TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA

           MOVE "RESULTADO" TO DET-CONCEPTO
           MOVE WS-SUC-RESULTADO(WS-SUC-IDX) TO WS-DET-MES
           MOVE WS-ANT-RESULTADO(WS-SUC-IDX) TO WS-DET-ANTERIOR
           PERFORM ESCRIBE-DETALLE
           IF WS-SUC-HAY-ANTERIOR(WS-SUC-IDX) NOT = "Y"
               MOVE SPACES TO INFORME-LINEA
               WRITE INFORME-LINEA
               MOVE SPACES TO INFORME-LINEA
               STRING "SIN RESULTADO GUARDADO DEL PERIODO "
                   WS-PERIODO-ANTERIOR
                   ": EL ANO ANTERIOR SALE A CERO"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF

           ADD WS-INGRESOS TO WS-TOT-INGRESOS
           ADD WS-COSTES TO WS-TOT-COSTES
           ADD WS-SUC-RESULTADO(WS-SUC-IDX) TO WS-TOT-RESULTADO
           ADD WS-ANT-RESULTADO(WS-SUC-IDX) TO WS-TOT-ANTERIOR.

       ESCRIBE-DETALLE.
           MOVE WS-DET-MES TO DET-MES
           MOVE WS-DET-ANTERIOR TO DET-ANTERIOR
           COMPUTE DET-VARIACION = WS-DET-MES - WS-DET-ANTERIOR
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA.

       ESCRIBE-CLASIFICACION.
           ADD 1 TO WS-RPT-PAGINA
           CALL "RPTHDR" USING "RESULTADO-SUCURSAL"
               "INFORME_RESULTADO_SUCURSAL.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-LINEA
           IF WS-RPT-PAGINA = 1
               WRITE INFORME-LINEA
           ELSE
               WRITE INFORME-LINEA AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO INFORME-LINEA
           STRING "CLASIFICACION DE SUCURSALES POR RESULTADO - "
               "PERIODO " WS-PERIODO-INFORME
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO INFORME-LINEA
           STRING "POS  SUC.  NOMBRE                      INGRESOS"
               "          COSTES       RESULTADO    MES ANO ANT."
               "       VARIACION"
               DELIMITED BY SIZE INTO INFORME-LINEA
           WRITE INFORME-LINEA

           SORT SORT-WORK
               ON DESCENDING KEY SRT-RESULTADO
               INPUT PROCEDURE IS LIBERA-SUCURSALES
               OUTPUT PROCEDURE IS ESCRIBE-CLASIFICADAS

           MOVE SPACES TO WS-CLA-LINEA
           MOVE "TOTAL" TO CLA-NOMBRE
           MOVE WS-TOT-INGRESOS TO CLA-INGRESOS
           MOVE WS-TOT-COSTES TO CLA-COSTES
           MOVE WS-TOT-RESULTADO TO CLA-RESULTADO
           MOVE WS-TOT-ANTERIOR TO CLA-ANTERIOR
           COMPUTE CLA-VARIACION = WS-TOT-RESULTADO - WS-TOT-ANTERIOR
           MOVE WS-CLA-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA

      *    BOLSA DE SERVICIOS CENTRALES Y SU REPARTO
           MOVE SPACES TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE "SERVICIOS CENTRALES" TO INFORME-LINEA
           WRITE INFORME-LINEA
           MOVE SPACES TO WS-DET-LINEA
           IF NOT REIMPRESION
               MOVE "PERSONAL DE SERVICIOS CENTRALES" TO DET-CONCEPTO
               MOVE WS-PERSONAL-CENTRAL TO DET-MES
               MOVE WS-DET-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
               MOVE "OTROS COSTES CENTRALES (TARJETA)" TO DET-CONCEPTO
               MOVE WS-COSTE-CENTRAL TO DET-MES
               MOVE WS-DET-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF
           MOVE "REPARTIDO ENTRE SUCURSALES" TO DET-CONCEPTO
           MOVE WS-REPARTIDO TO DET-MES
           MOVE WS-DET-LINEA TO INFORME-LINEA
           WRITE INFORME-LINEA
           IF WS-SIN-REPARTIR NOT = ZERO
               MOVE "SIN REPARTIR (FALTAN CLAVES)" TO DET-CONCEPTO
               MOVE WS-SIN-REPARTIR TO DET-MES
               MOVE WS-DET-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF
           IF REIMPRESION
               MOVE SPACES TO INFORME-LINEA
               STRING "REIMPRESION DE LO GUARDADO EN "
                   "RESULTADOS_SUCURSAL.DAT: LA NOMINA Y LA PROVISION "
                   "YA NO SON DE ESTE PERIODO"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF
           IF TABLA-LLENA
               MOVE SPACES TO INFORME-LINEA
               STRING "AVISO: MAS DE 100 SUCURSALES, EL INFORME ESTA "
                   "INCOMPLETO"
                   DELIMITED BY SIZE INTO INFORME-LINEA
               WRITE INFORME-LINEA
           END-IF.

       LIBERA-SUCURSALES.
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
               MOVE WS-SUC-RESULTADO(WS-SUC-IDX) TO SRT-RESULTADO
               MOVE WS-SUC-IDX TO SRT-IDX
               RELEASE SORT-RECORD
           END-PERFORM.

       ESCRIBE-CLASIFICADAS.
           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               ADD 1 TO WS-PUESTO
               MOVE SRT-IDX TO WS-SUC-IDX
               MOVE SPACES TO WS-CLA-LINEA
               MOVE WS-PUESTO TO CLA-PUESTO
               MOVE WS-SUC-CODIGO(WS-SUC-IDX) TO CLA-SUCURSAL
               MOVE WS-SUC-NOMBRE(WS-SUC-IDX) TO CLA-NOMBRE
               COMPUTE CLA-INGRESOS = WS-SUC-COMISIONES(WS-SUC-IDX)
                   + WS-SUC-INTERESES(WS-SUC-IDX)
                   + WS-SUC-DEMORA(WS-SUC-IDX)
               COMPUTE CLA-COSTES = WS-SUC-PROVISIONES(WS-SUC-IDX)
                   + WS-SUC-PERSONAL(WS-SUC-IDX)
                   + WS-SUC-CENTRALES(WS-SUC-IDX)
               MOVE WS-SUC-RESULTADO(WS-SUC-IDX) TO CLA-RESULTADO
               MOVE WS-ANT-RESULTADO(WS-SUC-IDX) TO CLA-ANTERIOR
               COMPUTE CLA-VARIACION = WS-SUC-RESULTADO(WS-SUC-IDX)
                   - WS-ANT-RESULTADO(WS-SUC-IDX)
               MOVE WS-CLA-LINEA TO INFORME-LINEA
               WRITE INFORME-LINEA
               PERFORM LEE-ORDENADO
           END-PERFORM.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       END PROGRAM RESULTADO-SUCURSAL.
