      ******************************************************************
      * Author:
      * Date:
      * Purpose: Escalera de vencimientos y proyeccion de cobros de la
      *          cartera de prestamos. Tesoreria pregunta cada mes
      *          cuanto capital e interes va a entrar en los proximos
      *          meses y la respuesta salia de sumar a mano
      *          PRESTAMOS_CUADRO.DAT. Este paso recorre los prestamos
      *          activos de PRESTAMOS_MAESTRO.DAT y las cuotas aun
      *          no facturadas (estado P) de su cuadro almacenado, y
      *          reparte el capital y el interes de cada cuota por su
      *          fecha de vencimiento en los tramos: proximo mes (con
      *          lo que quede del mes en curso), 2-3 meses, 4-6,
      *          7-12, 1-2 anos y mas de 2 anos, por producto y tipo
      *          de tasa. Los prestamos a tasa variable salen en una
      *          seccion aparte porque sus importes estan calculados a
      *          la tasa actual y cambiaran con el reprecio. El cobro
      *          esperado de cada producto se ajusta con su morosidad
      *          actual: saldo vivo de los prestamos con alguna cuota
      *          facturada, impagada y vencida (el mismo criterio de
      *          MOROSIDAD-PRESTAMOS) sobre el saldo vivo del
      *          producto. Lo ya facturado y sin cobrar no entra en
      *          los tramos; se informa al pie. Los fallidos y los
      *          liquidados no se proyectan. La descripcion del
      *          producto sale de PRODUCTOS_PRESTAMO.DAT si existe.
      *          El informe es INFORME_PROYECCION_PRESTAMOS.TXT. Se
      *          programa para el ultimo dia habil en
      *          CALENDARIO_FASES.DAT, como el resto del cierre de
      *          prestamos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION-PRESTAMOS.

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

           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

           SELECT PROYECCION-REPORT
               ASSIGN TO "INFORME_PROYECCION_PRESTAMOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       FD  PROYECCION-REPORT.
       01  PROYECCION-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-PRODUCTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-CUADRO PIC X VALUE "N".
           88  FIN-CUADRO VALUE "Y".
       01  WS-HAY-PRODUCTOS PIC X VALUE "N".
           88  HAY-PRODUCTOS VALUE "Y".
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".
       01  WS-PRESTAMO-MOROSO PIC X.
           88  PRESTAMO-MOROSO VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-ANO-PROCESO PIC 9(4).
           05  WS-MES-PROCESO PIC 9(2).
           05  FILLER PIC 9(2).
       01  WS-FECHA-VTO PIC 9(8).
       01  WS-FECHA-VTO-R REDEFINES WS-FECHA-VTO.
           05  WS-ANO-VTO PIC 9(4).
           05  WS-MES-VTO PIC 9(2).
           05  FILLER PIC 9(2).
       01  WS-MESES PIC S9(5).
       01  WS-PENDIENTE PIC 9(9)V99.

      *    TRAMOS DE LA ESCALERA: 1 PROXIMO MES, 2 DE 2 A 3 MESES,
      *    3 DE 4 A 6, 4 DE 7 A 12, 5 DE 1 A 2 ANOS, 6 MAS DE 2 ANOS
       01  WS-TRAMO PIC 9.
       01  WS-COL PIC 9.
       01  WS-CONCEPTO PIC 9.

      *    ACUMULADO POR TIPO DE TASA Y PRODUCTO, ORDENADO POR CLAVE
       01  WS-PRY-TABLA.
           05  WS-PRY-ENT OCCURS 100 TIMES.
               10  WS-PRY-CLAVE.
                   15  WS-PRY-TIPO PIC X.
                   15  WS-PRY-PRODUCTO PIC X(4).
               10  WS-PRY-CONT PIC 9(6).
               10  WS-PRY-SALDO PIC 9(11)V99.
               10  WS-PRY-MOROSO PIC 9(11)V99.
               10  WS-PRY-CAPITAL PIC 9(11)V99 OCCURS 6 TIMES.
               10  WS-PRY-INTERES PIC 9(11)V99 OCCURS 6 TIMES.
       01  WS-PRY-USADAS PIC 9(3) VALUE ZERO.
       01  WS-PRY-IDX PIC 9(3).
       01  WS-PRY-POS PIC 9(3).
       01  WS-PRY-DESPLAZA PIC 9(3).
       01  WS-BUSCA-CLAVE PIC X(5).

      *    BLOQUE QUE SE IMPRIME: UNA FILA DE PRODUCTO, EL SUBTOTAL
      *    DE UNA SECCION O EL TOTAL DE CARTERA
       01  WS-LIN-BLOQUE.
           05  WS-LIN-CONT PIC 9(6).
           05  WS-LIN-SALDO PIC 9(11)V99.
           05  WS-LIN-MOROSO PIC 9(11)V99.
           05  WS-LIN-CAPITAL PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-LIN-INTERES PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-LIN-ESPERADO PIC 9(11)V99 OCCURS 6 TIMES.
       01  WS-SEC-BLOQUE.
           05  WS-SEC-CONT PIC 9(6).
           05  WS-SEC-SALDO PIC 9(11)V99.
           05  WS-SEC-MOROSO PIC 9(11)V99.
           05  WS-SEC-CAPITAL PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-SEC-INTERES PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-SEC-ESPERADO PIC 9(11)V99 OCCURS 6 TIMES.
       01  WS-TOT-BLOQUE.
           05  WS-TOT-CONT PIC 9(6).
           05  WS-TOT-SALDO PIC 9(11)V99.
           05  WS-TOT-MOROSO PIC 9(11)V99.
           05  WS-TOT-CAPITAL PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-TOT-INTERES PIC 9(11)V99 OCCURS 6 TIMES.
           05  WS-TOT-ESPERADO PIC 9(11)V99 OCCURS 6 TIMES.
       01  WS-TOT-VENCIDO PIC 9(11)V99 VALUE ZERO.
       01  WS-CONT-CUOTAS PIC 9(8) VALUE ZERO.

       01  WS-TASA-MOROSIDAD PIC 9V9(6).
       01  WS-MOROSIDAD-ED PIC ZZ9.99.
       01  WS-LIN-ETIQUETA PIC X(36).
       01  WS-TIPO-ACTUAL PIC X.
       01  WS-LIN-SUMA PIC 9(11)V99.

       01  WS-LINEA-ESCALA.
           05  FILLER PIC X(6).
           05  WS-LES-CONCEPTO PIC X(12).
           05  WS-LES-COLUMNA OCCURS 7 TIMES.
               10  FILLER PIC X.
               10  WS-LES-IMPORTE PIC ZZZZZZZZZ9.99.
       01  WS-CABECERA-COLUMNAS.
           05  FILLER PIC X(18) VALUE "      CONCEPTO".
           05  FILLER PIC X(14) VALUE "   PROXIMO MES".
           05  FILLER PIC X(14) VALUE "     2-3 MESES".
           05  FILLER PIC X(14) VALUE "     4-6 MESES".
           05  FILLER PIC X(14) VALUE "    7-12 MESES".
           05  FILLER PIC X(14) VALUE "      1-2 ANOS".
           05  FILLER PIC X(14) VALUE " MAS DE 2 ANOS".
           05  FILLER PIC X(14) VALUE "         TOTAL".
       01  WS-NOMBRES-CONCEPTO.
           05  FILLER PIC X(12) VALUE "CAPITAL".
           05  FILLER PIC X(12) VALUE "INTERES".
           05  FILLER PIC X(12) VALUE "TOTAL CUOTAS".
           05  FILLER PIC X(12) VALUE "ESPERADO".
       01  WS-NOMBRES-CONCEPTO-R REDEFINES WS-NOMBRES-CONCEPTO.
           05  WS-NOMBRE-CONCEPTO OCCURS 4 TIMES PIC X(12).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-SALDO PIC X(18).
       01  WS-IMPORTE-MOROSO PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PROYECCION-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "PROYECCION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PROYECCION-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, SIN "
                   "CARTERA QUE PROYECTAR"
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
      *    SIN MAESTRO DE PRODUCTOS EL INFORME SALE SIN DESCRIPCION
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS = "00"
               SET HAY-PRODUCTOS TO TRUE
           END-IF

           MOVE ZERO TO WS-TOT-BLOQUE
           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               PERFORM PROYECTA-PRESTAMO THRU PROYECTA-PRESTAMO-FIN
               PERFORM LEE-PRESTAMO
           END-PERFORM
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE

           PERFORM ESCRIBE-INFORME
           IF HAY-PRODUCTOS
               CLOSE PRODUCTOS-FILE
           END-IF

           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 100 COMBINACIONES TIPO DE TASA/"
                   "PRODUCTO, EL INFORME SALE INCOMPLETO"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "PRESTAMOS=" WS-TOT-CONT
               " CUOTAS=" WS-CONT-CUOTAS
               " SALDO=" WS-TOT-SALDO
               " MOROSO=" WS-TOT-MOROSO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "PROYECCION: PRESTAMOS=" WS-TOT-CONT
               " CUOTAS=" WS-CONT-CUOTAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       PROYECTA-PRESTAMO.
      *    SOLO SE ESPERAN COBROS DE LOS PRESTAMOS ACTIVOS; LOS
      *    FALLIDOS YA ESTAN DADOS DE BAJA
           IF NOT PRE-ACTIVO
               GO TO PROYECTA-PRESTAMO-FIN
           END-IF
           MOVE SPACES TO WS-BUSCA-CLAVE
           IF PRE-TASA-VARIABLE
               MOVE "V" TO WS-BUSCA-CLAVE(1:1)
           ELSE
               MOVE "F" TO WS-BUSCA-CLAVE(1:1)
           END-IF
           MOVE PRE-PRODUCTO TO WS-BUSCA-CLAVE(2:4)
           PERFORM LOCALIZA-FILA THRU LOCALIZA-FILA-FIN
           IF WS-PRY-POS = ZERO OR TABLA-LLENA
               GO TO PROYECTA-PRESTAMO-FIN
           END-IF

           MOVE "N" TO WS-PRESTAMO-MOROSO
           MOVE "N" TO WS-EOF-CUADRO
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE ZERO TO CUO-PERIODO
           START CUADRO-FILE KEY IS >= CUO-CLAVE
               INVALID KEY
                   SET FIN-CUADRO TO TRUE
           END-START
           PERFORM UNTIL FIN-CUADRO
               READ CUADRO-FILE NEXT RECORD
                   AT END
                       SET FIN-CUADRO TO TRUE
                   NOT AT END
                       IF CUO-REFERENCIA NOT = PRE-REFERENCIA
                           SET FIN-CUADRO TO TRUE
                       ELSE
                           PERFORM CLASIFICA-CUOTA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-PRY-CONT(WS-PRY-POS)
           ADD PRE-SALDO TO WS-PRY-SALDO(WS-PRY-POS)
           IF PRESTAMO-MOROSO
               ADD PRE-SALDO TO WS-PRY-MOROSO(WS-PRY-POS)
           END-IF.

       PROYECTA-PRESTAMO-FIN.
           EXIT.

       CLASIFICA-CUOTA.
           EVALUATE TRUE
               WHEN CUO-PENDIENTE
                   PERFORM CALCULA-TRAMO
                   ADD CUO-CAPITAL
                       TO WS-PRY-CAPITAL(WS-PRY-POS, WS-TRAMO)
                   ADD CUO-INTERES
                       TO WS-PRY-INTERES(WS-PRY-POS, WS-TRAMO)
                   ADD 1 TO WS-CONT-CUOTAS
      *        FACTURADA E IMPAGADA: SI YA VENCIO EL PRESTAMO ESTA EN
      *        MORA, IGUAL QUE EN MOROSIDAD-PRESTAMOS
               WHEN CUO-FACTURADA
                   COMPUTE WS-PENDIENTE =
                       CUO-CUOTA - CUO-IMPORTE-PAGADO
                   IF WS-PENDIENTE > ZERO
                       ADD WS-PENDIENTE TO WS-TOT-VENCIDO
                       IF CUO-FECHA-VENCIMIENTO < WS-FECHA-PROCESO
                           SET PRESTAMO-MOROSO TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CALCULA-TRAMO.
      *    MESES NATURALES ENTRE EL MES DE PROCESO Y EL DEL
      *    VENCIMIENTO; LO AUN NO FACTURADO DE MESES PASADOS CAE EN
      *    EL PRIMER TRAMO
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-VTO
           COMPUTE WS-MESES =
               (WS-ANO-VTO * 12 + WS-MES-VTO)
               - (WS-ANO-PROCESO * 12 + WS-MES-PROCESO)
           EVALUATE TRUE
               WHEN WS-MESES <= 1
                   MOVE 1 TO WS-TRAMO
               WHEN WS-MESES <= 3
                   MOVE 2 TO WS-TRAMO
               WHEN WS-MESES <= 6
                   MOVE 3 TO WS-TRAMO
               WHEN WS-MESES <= 12
                   MOVE 4 TO WS-TRAMO
               WHEN WS-MESES <= 24
                   MOVE 5 TO WS-TRAMO
               WHEN OTHER
                   MOVE 6 TO WS-TRAMO
           END-EVALUATE.

       LOCALIZA-FILA.
      *    BUSCA LA CLAVE TIPO DE TASA/PRODUCTO; SI NO ESTA, LA
      *    INSERTA EN SU SITIO DESPLAZANDO HACIA ABAJO LAS MAYORES
           MOVE ZERO TO WS-PRY-POS
           PERFORM VARYING WS-PRY-IDX FROM 1 BY 1
                   UNTIL WS-PRY-IDX > WS-PRY-USADAS
                   OR WS-PRY-POS > ZERO
               IF WS-PRY-CLAVE(WS-PRY-IDX) NOT < WS-BUSCA-CLAVE
                   MOVE WS-PRY-IDX TO WS-PRY-POS
               END-IF
           END-PERFORM
           IF WS-PRY-POS > ZERO
               IF WS-PRY-CLAVE(WS-PRY-POS) = WS-BUSCA-CLAVE
                   GO TO LOCALIZA-FILA-FIN
               END-IF
           END-IF
           IF WS-PRY-USADAS NOT < 100
               SET TABLA-LLENA TO TRUE
               GO TO LOCALIZA-FILA-FIN
           END-IF
           IF WS-PRY-POS = ZERO
               ADD 1 TO WS-PRY-USADAS
               MOVE WS-PRY-USADAS TO WS-PRY-POS
           ELSE
               PERFORM VARYING WS-PRY-DESPLAZA FROM WS-PRY-USADAS
                       BY -1 UNTIL WS-PRY-DESPLAZA < WS-PRY-POS
                   MOVE WS-PRY-ENT(WS-PRY-DESPLAZA)
                       TO WS-PRY-ENT(WS-PRY-DESPLAZA + 1)
               END-PERFORM
               ADD 1 TO WS-PRY-USADAS
           END-IF
           MOVE WS-BUSCA-CLAVE TO WS-PRY-CLAVE(WS-PRY-POS)
           MOVE ZERO TO WS-PRY-CONT(WS-PRY-POS)
           MOVE ZERO TO WS-PRY-SALDO(WS-PRY-POS)
           MOVE ZERO TO WS-PRY-MOROSO(WS-PRY-POS)
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               MOVE ZERO TO WS-PRY-CAPITAL(WS-PRY-POS, WS-COL)
               MOVE ZERO TO WS-PRY-INTERES(WS-PRY-POS, WS-COL)
           END-PERFORM.

       LOCALIZA-FILA-FIN.
           EXIT.

       ESCRIBE-INFORME.
           OPEN OUTPUT PROYECCION-REPORT
           CALL "RPTHDR" USING "PROYECCION-PRESTAMOS"
               "INFORME_PROYECCION_PRESTAMOS.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE SPACES TO PROYECCION-RECORD
           STRING "ESCALERA DE VENCIMIENTOS DE LA CARTERA AL "
               WS-FECHA-PROCESO
               " - CUOTAS PENDIENTES DE FACTURAR"
               DELIMITED BY SIZE INTO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE SPACES TO PROYECCION-RECORD
           STRING "ESPERADO = TOTAL CUOTAS AJUSTADO POR LA MOROSIDAD "
               "ACTUAL DEL PRODUCTO"
               DELIMITED BY SIZE INTO PROYECCION-RECORD
           WRITE PROYECCION-RECORD

           MOVE SPACES TO WS-TIPO-ACTUAL
           PERFORM VARYING WS-PRY-IDX FROM 1 BY 1
                   UNTIL WS-PRY-IDX > WS-PRY-USADAS
               IF WS-PRY-TIPO(WS-PRY-IDX) NOT = WS-TIPO-ACTUAL
                   IF WS-PRY-IDX > 1
                       PERFORM ESCRIBE-TOTAL-SECCION
                   END-IF
                   MOVE WS-PRY-TIPO(WS-PRY-IDX) TO WS-TIPO-ACTUAL
                   PERFORM ESCRIBE-CABECERA-SECCION
                   MOVE ZERO TO WS-SEC-BLOQUE
               END-IF
               PERFORM PREPARA-FILA-PRODUCTO
               PERFORM ESCRIBE-BLOQUE
               PERFORM ACUMULA-SECCION
           END-PERFORM
           IF WS-PRY-USADAS > ZERO
               PERFORM ESCRIBE-TOTAL-SECCION
           END-IF

           MOVE SPACES TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE "TOTAL CARTERA" TO WS-LIN-ETIQUETA
           MOVE WS-TOT-BLOQUE TO WS-LIN-BLOQUE
           PERFORM ESCRIBE-BLOQUE

      *    LO FACTURADO Y SIN COBRAR SE PERSIGUE EN LA MOROSIDAD
           MOVE SPACES TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE WS-TOT-VENCIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-SALDO
           MOVE SPACES TO PROYECCION-RECORD
           STRING "CUOTAS YA FACTURADAS PENDIENTES DE COBRO (FUERA "
               "DE LA ESCALERA): " WS-IMPORTE-SALDO
               DELIMITED BY SIZE INTO PROYECCION-RECORD
           WRITE PROYECCION-RECORD

           CLOSE PROYECCION-REPORT.

       ESCRIBE-CABECERA-SECCION.
           MOVE SPACES TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE SPACES TO PROYECCION-RECORD
           IF WS-TIPO-ACTUAL = "V"
               STRING "PRESTAMOS A TASA VARIABLE - IMPORTES A LA "
                   "TASA ACTUAL, SUJETOS A REPRECIO"
                   DELIMITED BY SIZE INTO PROYECCION-RECORD
           ELSE
               MOVE "PRESTAMOS A TASA FIJA" TO PROYECCION-RECORD
           END-IF
           WRITE PROYECCION-RECORD
           MOVE WS-CABECERA-COLUMNAS TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD.

       PREPARA-FILA-PRODUCTO.
      *    LA MOROSIDAD DEL PRODUCTO RECORTA POR IGUAL TODOS LOS
      *    TRAMOS DE SU COBRO ESPERADO
           MOVE WS-PRY-CONT(WS-PRY-IDX) TO WS-LIN-CONT
           MOVE WS-PRY-SALDO(WS-PRY-IDX) TO WS-LIN-SALDO
           MOVE WS-PRY-MOROSO(WS-PRY-IDX) TO WS-LIN-MOROSO
           PERFORM CALCULA-MOROSIDAD
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               MOVE WS-PRY-CAPITAL(WS-PRY-IDX, WS-COL)
                   TO WS-LIN-CAPITAL(WS-COL)
               MOVE WS-PRY-INTERES(WS-PRY-IDX, WS-COL)
                   TO WS-LIN-INTERES(WS-COL)
               COMPUTE WS-LIN-ESPERADO(WS-COL) ROUNDED =
                   (WS-LIN-CAPITAL(WS-COL) + WS-LIN-INTERES(WS-COL))
                   * (1 - WS-TASA-MOROSIDAD)
           END-PERFORM
           MOVE SPACES TO WS-LIN-ETIQUETA
           MOVE WS-PRY-PRODUCTO(WS-PRY-IDX) TO WS-LIN-ETIQUETA(1:4)
           IF HAY-PRODUCTOS
               MOVE WS-PRY-PRODUCTO(WS-PRY-IDX) TO PRD-CODIGO
               READ PRODUCTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-DESCRIPCION TO WS-LIN-ETIQUETA(7:30)
               END-READ
           END-IF.

       CALCULA-MOROSIDAD.
           IF WS-LIN-SALDO = ZERO
               MOVE ZERO TO WS-TASA-MOROSIDAD
           ELSE
               COMPUTE WS-TASA-MOROSIDAD ROUNDED =
                   WS-LIN-MOROSO / WS-LIN-SALDO
           END-IF.

       ACUMULA-SECCION.
           ADD WS-LIN-CONT TO WS-SEC-CONT WS-TOT-CONT
           ADD WS-LIN-SALDO TO WS-SEC-SALDO WS-TOT-SALDO
           ADD WS-LIN-MOROSO TO WS-SEC-MOROSO WS-TOT-MOROSO
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               ADD WS-LIN-CAPITAL(WS-COL) TO WS-SEC-CAPITAL(WS-COL)
                   WS-TOT-CAPITAL(WS-COL)
               ADD WS-LIN-INTERES(WS-COL) TO WS-SEC-INTERES(WS-COL)
                   WS-TOT-INTERES(WS-COL)
               ADD WS-LIN-ESPERADO(WS-COL) TO WS-SEC-ESPERADO(WS-COL)
                   WS-TOT-ESPERADO(WS-COL)
           END-PERFORM.

       ESCRIBE-TOTAL-SECCION.
           MOVE SPACES TO WS-LIN-ETIQUETA
           IF WS-TIPO-ACTUAL = "V"
               MOVE "TOTAL TASA VARIABLE" TO WS-LIN-ETIQUETA
           ELSE
               MOVE "TOTAL TASA FIJA" TO WS-LIN-ETIQUETA
           END-IF
           MOVE WS-SEC-BLOQUE TO WS-LIN-BLOQUE
           PERFORM ESCRIBE-BLOQUE.

       ESCRIBE-BLOQUE.
      *    CABECERA DEL BLOQUE CON SALDO VIVO Y MOROSIDAD, Y UNA
      *    LINEA POR CONCEPTO CON SUS SEIS TRAMOS Y EL TOTAL
           PERFORM CALCULA-MOROSIDAD
           COMPUTE WS-MOROSIDAD-ED ROUNDED = WS-TASA-MOROSIDAD * 100
           MOVE WS-LIN-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-SALDO
           MOVE WS-LIN-MOROSO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-MOROSO
           MOVE SPACES TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           MOVE SPACES TO PROYECCION-RECORD
           STRING WS-LIN-ETIQUETA " PRESTAMOS " WS-LIN-CONT
               " SALDO VIVO " WS-IMPORTE-SALDO
               " EN MORA " WS-IMPORTE-MOROSO
               " (" WS-MOROSIDAD-ED "%)"
               DELIMITED BY SIZE INTO PROYECCION-RECORD
           WRITE PROYECCION-RECORD
           PERFORM VARYING WS-CONCEPTO FROM 1 BY 1
                   UNTIL WS-CONCEPTO > 4
               PERFORM ESCRIBE-LINEA-CONCEPTO
           END-PERFORM.

       ESCRIBE-LINEA-CONCEPTO.
           MOVE SPACES TO WS-LINEA-ESCALA
           MOVE WS-NOMBRE-CONCEPTO(WS-CONCEPTO) TO WS-LES-CONCEPTO
           MOVE ZERO TO WS-LIN-SUMA
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
               EVALUATE WS-CONCEPTO
                   WHEN 1
                       MOVE WS-LIN-CAPITAL(WS-COL)
                           TO WS-LES-IMPORTE(WS-COL)
                       ADD WS-LIN-CAPITAL(WS-COL) TO WS-LIN-SUMA
                   WHEN 2
                       MOVE WS-LIN-INTERES(WS-COL)
                           TO WS-LES-IMPORTE(WS-COL)
                       ADD WS-LIN-INTERES(WS-COL) TO WS-LIN-SUMA
                   WHEN 3
                       COMPUTE WS-LES-IMPORTE(WS-COL) =
                           WS-LIN-CAPITAL(WS-COL)
                           + WS-LIN-INTERES(WS-COL)
                       ADD WS-LIN-CAPITAL(WS-COL)
                           WS-LIN-INTERES(WS-COL) TO WS-LIN-SUMA
                   WHEN 4
                       MOVE WS-LIN-ESPERADO(WS-COL)
                           TO WS-LES-IMPORTE(WS-COL)
                       ADD WS-LIN-ESPERADO(WS-COL) TO WS-LIN-SUMA
               END-EVALUATE
           END-PERFORM
           MOVE WS-LIN-SUMA TO WS-LES-IMPORTE(7)
           MOVE WS-LINEA-ESCALA TO PROYECCION-RECORD
           WRITE PROYECCION-RECORD.

       END PROGRAM PROYECCION-PRESTAMOS.
