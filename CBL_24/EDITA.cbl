      *                   de ajuste retrotraido lleva fecha valor
      *                   AAAAMMDD tras la sucursal; blanco = registro
      *                   normal del dia)
      *              07 - anulacion sin original: la operacion que
      *                   nombra (grupo, operandos, operacion y fecha
      *                   de proceso) no esta en el registro de
      *                   procesadas OPERACIONES_PROCESADAS.DAT
      *              08 - anulacion repetida: la operacion original
      *                   ya fue anulada (OPERACIONES_ANULADAS.DAT o
      *                   otra anulacion anterior del mismo fichero)
      *              09 - sucursal cerrada: la fecha de la transaccion
      *                   (la fecha valor si la lleva, si no la de
      *                   proceso) es posterior a la fecha de cierre
      *                   de la sucursal en SUCURSALES.DAT
      *              10 - originador de la partida desconocido o
      *                   inactivo en ORIGENES.DAT (detalle que lleva
      *                   originador propio distinto del de la
      *                   cabecera)
      *          El registro de anulacion ("R" tras la fecha valor)
      *          repite grupo, operandos y operacion de la operacion
      *          original y lleva su fecha de proceso; OPERACIONES-
      *          BASICAS contabiliza el resultado opuesto.
      *          La cabecera del lote se valida ademas contra el
      *          maestro de originadores ORIGENES.DAT: un CAB-ORIGEN
      *          desconocido o inactivo rechaza el lote entero con
      *          RETURN-CODE 8, porque un lote que no se sabe quien
      *          mando no debe calcularse.
      *          Un detalle valido con fecha valor POSTERIOR a la
      *          fecha de proceso no se calcula hoy: se aparca en el
      *          almacen TRANSACCIONES_ALMACEN.DAT y LIBERA-ALMACEN lo
      *          devuelve por TRANSACCIONES_VALOR.DAT cuando llega su
      *          fecha valor; aqui se incorpora al lote aceptado. Los
      *          aparcados de un lote rechazado no llegan al almacen.
      *          Cada sucursal de SUCURSALES.DAT puede tener hora de
      *          corte (HHMM); un detalle normal de esa sucursal
      *          capturado despues del corte (hora de captura que
      *          estampa TRANSACCION-ENTRADA) pasa al siguiente dia
      *          habil de DIA-HABIL: se aparca en el almacen con esa
      *          fecha valor y queda senalado en el informe de
      *          edicion INFORME_EDICION.TXT.
      *          Un originador con tope de exposicion diaria en
      *          EXPOSICION_ORIGEN.DAT lleva un acumulado aceptado que
      *          suma todos sus lotes de la fecha de proceso; alcanzado
      *          el tope, sus detalles siguientes no se rechazan sino
      *          que se retienen en TRANSACCIONES_RETENIDAS.DAT con una
      *          alerta en COLA_ALERTAS.DAT, hasta que el supervisor
      *          los libere o amplie el tope (SUPERVISA-EXPOSICION).
      *          El tope y el acumulado son los del originador de cada
      *          detalle, venga en el lote que venga. Lo aparcado por
      *          fecha valor futura consume el tope el dia en que sale
      *          del almacen; lo liberado de la retencion ya lo sumo
      *          SUPERVISA-EXPOSICION y no vuelve a contar.
      *          Los detalles que vuelven del almacen se editan otra
      *          vez antes de entrar en el lote: sucursal (cerrada
      *          entretanto = motivo 09), originador, tope diario del
      *          grupo y exposicion del originador en la fecha en que
      *          se calculan.
      *          El lote de entrada debe llegar enmarcado por los
      *          registros de control de TRANSLOT (cabecera "H" y
      *          trailer "T" con recuento y total de control de
      *          total no cuadre, se rechaza entero con RETURN-CODE 8.
      *          El fichero aceptado sale enmarcado igual, con el
      *          trailer recalculado sobre los registros aceptados.
      *          Cada detalle puede llevar su propio originador tras
      *          la hora de captura (los vencimientos de ordenes
      *          permanentes que GENERA-ORDENES anade a un lote
      *          ajeno); en blanco es el de la cabecera. Los detalles
      *          aceptados, aparcados y retenidos salen siempre con
      *          el originador informado, y los que vuelven del
      *          almacen o de la retencion conservan el suyo aunque
      *          entren en el lote de otro originador, para que el
      *          historico, el IVA de las comisiones, la liquidacion
      *          y la declaracion de grandes operaciones lo tomen del
      *          detalle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSALES-STATUS.

      *    INFORME DE EDICION: DETALLES SENALADOS DURANTE LA EDICION
           SELECT EDICION-REPORT ASSIGN TO "INFORME_EDICION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDICION-REPORT-STATUS.

           SELECT LIBERADAS-FILE
               ASSIGN TO "TRANSACCIONES_LIBERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS LGR-GRUPO
               FILE STATUS IS WS-LIMITES-GRUPO-STATUS.

      *    REGISTRO DE OPERACIONES PROCESADAS Y DE ANULACIONES YA
      *    CONTABILIZADAS: UNA ANULACION SOLO SE ADMITE SI SU
      *    ORIGINAL ESTA PROCESADA Y TODAVIA NO SE HA ANULADO
           SELECT PROCESADAS-FILE
               ASSIGN TO "OPERACIONES_PROCESADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WS-PROCESADAS-STATUS.

           SELECT ANULADAS-FILE ASSIGN TO "OPERACIONES_ANULADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANU-CLAVE
               FILE STATUS IS WS-ANULADAS-STATUS.

      *    ALMACEN DE DETALLES CON FECHA VALOR FUTURA. LOS DEL LOTE EN
      *    CURSO SE ACUMULAN EN EL FICHERO DE TRABAJO Y SOLO PASAN AL
      *    ALMACEN SI EL LOTE CUADRA CON SU TRAILER
           SELECT ALMACEN-FILE ASSIGN TO "TRANSACCIONES_ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

           SELECT ALMACEN-TRABAJO-FILE
               ASSIGN TO "TRANSACCIONES_ALMACEN_TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALMACEN-TRABAJO-STATUS.

      *    PUENTE DE LIBERA-ALMACEN: DETALLES DEL ALMACEN QUE YA HAN
      *    ALCANZADO SU FECHA VALOR
           SELECT VALOR-HOY-FILE ASSIGN TO "TRANSACCIONES_VALOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALOR-HOY-STATUS.

      *    TOPE DE EXPOSICION DIARIA POR ORIGINADOR Y DETALLES
      *    RETENIDOS AL ALCANZARLO; COMO EN EL ALMACEN, LOS RETENIDOS
      *    DEL LOTE EN CURSO ESPERAN EN UN FICHERO DE TRABAJO HASTA
      *    SABER QUE EL LOTE CUADRA
           SELECT EXPOSICION-FILE ASSIGN TO "EXPOSICION_ORIGEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-ORIGEN
               FILE STATUS IS WS-EXPOSICION-STATUS.

           SELECT RETENIDAS-FILE
               ASSIGN TO "TRANSACCIONES_RETENIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDAS-STATUS.

           SELECT RETENIDAS-TRABAJO-FILE
               ASSIGN TO "TRANSACCIONES_RETENIDAS_TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDAS-TRABAJO-STATUS.

           SELECT COLA-FILE ASSIGN TO "COLA_ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
      *    FECHA VALOR DE LOS AJUSTES RETROTRAIDOS (AAAAMMDD); EN
      *    BLANCO ES UN REGISTRO NORMAL DE LA JORNADA
           05  TR-FECHA-VALOR PIC X(8).
      *    CLASE DE REGISTRO: "R" = ANULACION DE UNA OPERACION YA
      *    PROCESADA, CUYA FECHA DE PROCESO VIAJA A CONTINUACION;
      *    EN BLANCO ES UNA OPERACION NORMAL
           05  TR-CLASE-REGISTRO PIC X.
               88  TR-ES-NORMAL VALUE SPACE.
               88  TR-ES-ANULACION VALUE "R".
           05  TR-FECHA-ORIGINAL PIC X(8).
      *    HORA DE CAPTURA HHMM (TRANSACCION-ENTRADA); EN BLANCO NO SE
      *    APLICA LA HORA DE CORTE DE LA SUCURSAL
           05  TR-HORA-CAPTURA PIC X(4).
      *    ORIGINADOR DE LA PARTIDA; EN BLANCO ES EL DE LA CABECERA
           05  TR-ORIGEN PIC X(10).
       01  TRANS-RECORD-GENERICO.
           05  TR-TIPO-REGISTRO PIC X.
               88  TR-ES-CABECERA VALUE "H".
           05  RCH-IMAGEN PIC X(77).

       FD  SUCURSALES-FILE.
      *    HORA DE CORTE HHMM; EN BLANCO O CERO LA SUCURSAL NO CORTA
       COPY SUCURREC.

       FD  EDICION-REPORT.
       01  EDICION-RECORD PIC X(80).

       FD  LOTES-REG-FILE.
       01  LOTE-REG-RECORD.
           05  LGR-TOPE-DIARIO PIC 9(7)V99.
           05  LGR-FECHA-ACTUALIZACION PIC 9(8).

       FD  PROCESADAS-FILE.
       01  PROCESADA-RECORD.
           05  PRO-CLAVE.
               10  PRO-GRUPO PIC X(7).
               10  PRO-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  PRO-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
               10  PRO-OPERACION PIC X.
           05  PRO-FECHA-PROCESO PIC 9(8).

       FD  ANULADAS-FILE.
       COPY ANULAREC.

       FD  ALMACEN-FILE.
       COPY ALMACREC.

       FD  ALMACEN-TRABAJO-FILE.
       01  ALMACEN-TRABAJO-RECORD PIC X(120).

       FD  VALOR-HOY-FILE.
       01  VALOR-HOY-RECORD.
           05  VHO-GRUPO PIC X(7).
           05  VHO-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  VHO-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  FILLER PIC X(29).
           05  VHO-ORIGEN PIC X(10).
           05  FILLER PIC X(20).

       FD  EXPOSICION-FILE.
       COPY EXPOREC.

       FD  RETENIDAS-FILE.
       COPY RETENREC.

       FD  RETENIDAS-TRABAJO-FILE.
       01  RETENIDAS-TRABAJO-RECORD PIC X(134).

       FD  COLA-FILE.
       01  COLA-RECORD.
           05  QUE-ESTADO PIC X.
           05  QUE-ORIGEN PIC X(10).
           05  QUE-FECHA PIC 9(8).
           05  QUE-TEXTO PIC X(100).
           05  QUE-OPERADOR PIC X(20).
           05  QUE-NOTA PIC X(30).
           05  QUE-FECHA-ACUSE PIC 9(8).

       FD  ORIGENES-FILE.
       01  ORIGEN-RECORD.
           05  ORG-CODIGO PIC X(10).
           05  LIB-OPERACION PIC X.
           05  LIB-DIVISA PIC X(3).
           05  LIB-SUCURSAL PIC X(4).
      *    LOS LIBERADOS DE LA RETENCION POR EXPOSICION TRAEN LA
      *    IMAGEN COMPLETA DEL DETALLE, CON SU ORIGINADOR
           05  FILLER PIC X(21).
           05  LIB-ORIGEN PIC X(10).
           05  FILLER PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-OPERATION-CODE PIC X.
       01  WS-LIM-IDX PIC 99.
       01  WS-LIM-POS PIC 99.

      *    VALIDACION DE ANULACIONES CONTRA LOS REGISTROS DE
      *    PROCESADAS Y ANULADAS, MAS LAS CLAVES YA ANULADAS EN ESTE
      *    MISMO FICHERO PARA NO ADMITIR DOS VECES LA MISMA
       01  WS-PROCESADAS-STATUS PIC XX.
       01  WS-ANULADAS-STATUS PIC XX.
       01  WS-HAY-PROCESADAS PIC X VALUE "N".
           88  HAY-PROCESADAS VALUE "Y".
       01  WS-HAY-ANULADAS PIC X VALUE "N".
           88  HAY-ANULADAS VALUE "Y".
       01  WS-ANULACION-OK PIC X.
           88  ANULACION-OK VALUE "Y".
       01  WS-ANULACION-NUEVA PIC X.
           88  ANULACION-NUEVA VALUE "Y".
       01  WS-ANU-TABLA.
           05  WS-ANU-CLAVE-ENT OCCURS 100 TIMES PIC X(22).
       01  WS-ANU-USADAS PIC 999 VALUE ZERO.
       01  WS-ANU-IDX PIC 999.
       01  WS-CONT-ANULACIONES PIC 9(6) VALUE ZERO.

      *    ALMACEN DE FECHA VALOR FUTURA
       01  WS-ALMACEN-STATUS PIC XX.
       01  WS-ALMACEN-TRABAJO-STATUS PIC XX.
       01  WS-EOF-ALMACEN-TRABAJO PIC X VALUE "N".
           88  FIN-ALMACEN-TRABAJO VALUE "Y".
       01  WS-VALOR-HOY-STATUS PIC XX.
       01  WS-EOF-VALOR-HOY PIC X VALUE "N".
           88  FIN-VALOR-HOY VALUE "Y".
       01  WS-FECHA-FUTURA PIC X.
           88  FECHA-FUTURA VALUE "Y".
       01  WS-CONT-ALMACENADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-VALOR-HOY PIC 9(6) VALUE ZERO.

      *    TOPE DE EXPOSICION DE LOS ORIGINADORES DEL LOTE EN CURSO
       01  WS-EXPOSICION-STATUS PIC XX.
       01  WS-RETENIDAS-STATUS PIC XX.
       01  WS-RETENIDAS-TRABAJO-STATUS PIC XX.
       01  WS-EOF-RETENIDAS-TRABAJO PIC X VALUE "N".
           88  FIN-RETENIDAS-TRABAJO VALUE "Y".
       01  WS-COLA-STATUS PIC XX.
       01  WS-VALIDAR-EXPOSICION PIC X VALUE "N".
           88  VALIDAR-EXPOSICION VALUE "Y".
       01  WS-RETENER PIC X.
           88  RETENER-DETALLE VALUE "Y".
       01  WS-EXP-IMPORTE PIC 9(7)V99 VALUE ZERO.
       01  WS-CONT-RETENIDAS PIC 9(6) VALUE ZERO.
      *    UNA FILA POR ORIGINADOR VISTO EN EL LOTE, CON O SIN TOPE,
      *    PARA LEER EXPOSICION_ORIGEN.DAT UNA SOLA VEZ POR CADA UNO
       01  WS-EXO-TABLA.
           05  WS-EXO-ENT OCCURS 50 TIMES.
               10  WS-EXO-ORIGEN PIC X(10).
               10  WS-EXO-HAY-TOPE PIC X.
                   88  EXO-CON-TOPE VALUE "Y".
               10  WS-EXO-ALCANZADO PIC X.
                   88  EXO-TOPE-ALCANZADO VALUE "Y".
               10  WS-EXO-TOPE PIC 9(9)V99.
               10  WS-EXO-ACUMULADO PIC 9(9)V99.
               10  WS-EXO-RETENIDO PIC 9(9)V99.
               10  WS-EXO-CONT-RET PIC 9(6).
       01  WS-EXO-USADAS PIC 99 VALUE ZERO.
       01  WS-EXO-IDX PIC 99.
       01  WS-EXO-POS PIC 99.

       01  WS-ORIGENES-STATUS PIC XX.
       01  WS-VALIDAR-ORIGENES PIC X VALUE "N".
           88  VALIDAR-ORIGENES VALUE "Y".
       01  WS-ORIGEN-VALIDO PIC X.
           88  ORIGEN-VALIDO VALUE "Y".
       01  WS-ORIGEN-PARTIDA-VALIDO PIC X.
           88  ORIGEN-PARTIDA-VALIDO VALUE "Y".

       01  WS-SUCURSALES-STATUS PIC XX.
       01  WS-EOF-SUCURSALES PIC X VALUE "N".
           88  FIN-SUCURSALES VALUE "Y".
       01  WS-SUC-TABLA.
           05  WS-SUC-CODIGO OCCURS 50 TIMES PIC X(4).
       01  WS-SUC-CORTES.
           05  WS-SUC-HORA-CORTE OCCURS 50 TIMES PIC X(4).
      *    FECHA DE CIERRE POR SUCURSAL; CERO = ABIERTA
       01  WS-SUC-CIERRES.
           05  WS-SUC-FECHA-CIERRE OCCURS 50 TIMES PIC 9(8).
       01  WS-SUC-FECHA-TRANS PIC 9(8).
       01  WS-SUC-TOTAL PIC 99 VALUE ZERO.
       01  WS-SUC-IDX PIC 99.
       01  WS-SUC-POS PIC 99.

      *    HORA DE CORTE POR SUCURSAL Y PASO AL DIA HABIL SIGUIENTE
       01  WS-FUERA-DE-CORTE PIC X.
           88  FUERA-DE-CORTE VALUE "Y".
       01  WS-ES-HABIL PIC X.
       01  WS-SIGUIENTE-HABIL PIC 9(8).
       01  WS-CONT-FUERA-CORTE PIC 9(6) VALUE ZERO.
       01  WS-EDICION-REPORT-STATUS PIC XX.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-VALIDAR-SUCURSALES PIC X VALUE "N".
           88  VALIDAR-SUCURSALES VALUE "Y".
       01  WS-SUC-VALIDA PIC X.
           88  SUC-VALIDA VALUE "Y".
       01  WS-SUC-ABIERTA PIC X.
           88  SUC-ABIERTA VALUE "Y".

       01  WS-TRANS-STATUS PIC XX.
       01  WS-ACEPTADAS-STATUS PIC XX.
       MAIN-PROCEDURE.
            CALL "BANNER" USING "EDITA-TRANSACCIONES"
            DISPLAY "EDICION PREVIA DE TRANSACCIONES"
            CALL "FECHAPROC" USING WS-FECHA-HOY

            OPEN INPUT TRANS-FILE
            CALL "FILEERR" USING WS-AUDIT-PROGRAMA "TRANSACCIONES.DAT"
                GOBACK
            END-IF

            OPEN OUTPUT EDICION-REPORT
            CALL "RPTHDR" USING "EDITA-TRANSACCIONES"
                "INFORME_EDICION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
            MOVE WS-RPT-LINEA TO EDICION-RECORD
            WRITE EDICION-RECORD

            PERFORM CARGA-SUCURSALES THRU CARGA-SUCURSALES-FIN

            PERFORM ABRE-ORIGENES

            PERFORM ABRE-LIMITES-GRUPO

            PERFORM ABRE-REGISTROS-ANULACION

            OPEN OUTPUT ALMACEN-TRABAJO-FILE

            PERFORM ABRE-EXPOSICION
            OPEN OUTPUT RETENIDAS-TRABAJO-FILE

            PERFORM LEE-CONTROL-EDITA THRU LEE-CONTROL-EDITA-FIN
            PERFORM ABRE-REGISTRO-LOTES

                PERFORM LEER-TRANSACCION
            END-PERFORM

            CLOSE ALMACEN-TRABAJO-FILE
            CLOSE RETENIDAS-TRABAJO-FILE

            PERFORM VERIFICA-LOTE THRU VERIFICA-LOTE-FIN

            IF LOTE-VALIDO
                PERFORM TRASPASA-ALMACEN THRU TRASPASA-ALMACEN-FIN
      *         LO QUE SALE HOY DEL ALMACEN PUEDE CONSUMIR O ALCANZAR
      *         TOPES: SE EDITA ANTES DE GRABAR LOS ACUMULADOS
                PERFORM INCORPORA-VALOR-HOY THRU
                    INCORPORA-VALOR-HOY-FIN
                PERFORM CIERRA-EXPOSICION THRU CIERRA-EXPOSICION-FIN
                PERFORM INCORPORA-LIBERADAS THRU
                    INCORPORA-LIBERADAS-FIN
                PERFORM ESCRIBE-TRAILER-ACEPTADAS
            IF VALIDAR-LIMITES
                CLOSE LIMITES-GRUPO-FILE
            END-IF
            IF HAY-PROCESADAS
                CLOSE PROCESADAS-FILE
            END-IF
            IF HAY-ANULADAS
                CLOSE ANULADAS-FILE
            END-IF
            IF VALIDAR-EXPOSICION
                CLOSE EXPOSICION-FILE
            END-IF

            DISPLAY "EDICION COMPLETA. LEIDAS=" WS-CONT-LEIDAS
                " ACEPTADAS=" WS-CONT-ACEPTADAS
                " RECHAZADAS=" WS-CONT-RECHAZADAS
            IF WS-CONT-ANULACIONES > ZERO
                DISPLAY "ANULACIONES ACEPTADAS: " WS-CONT-ANULACIONES
            END-IF
            IF WS-CONT-ALMACENADAS > ZERO
                DISPLAY "APARCADAS EN ALMACEN POR FECHA VALOR FUTURA: "
                    WS-CONT-ALMACENADAS
            END-IF
            IF WS-CONT-RETENIDAS > ZERO
                DISPLAY "RETENIDAS POR TOPE DE EXPOSICION DEL "
                    "ORIGINADOR: " WS-CONT-RETENIDAS
            END-IF

            MOVE SPACES TO EDICION-RECORD
            STRING "LEIDAS=" WS-CONT-LEIDAS
                " ACEPTADAS=" WS-CONT-ACEPTADAS
                " RECHAZADAS=" WS-CONT-RECHAZADAS
                " APARCADAS=" WS-CONT-ALMACENADAS
                DELIMITED BY SIZE INTO EDICION-RECORD
            WRITE EDICION-RECORD
            MOVE SPACES TO EDICION-RECORD
            STRING "FUERA DE CORTE=" WS-CONT-FUERA-CORTE
                " RETENIDAS POR EXPOSICION=" WS-CONT-RETENIDAS
                DELIMITED BY SIZE INTO EDICION-RECORD
            WRITE EDICION-RECORD
            CLOSE EDICION-REPORT

            STRING "LEIDAS=" WS-CONT-LEIDAS
                " ACEPTADAS=" WS-CONT-ACEPTADAS
            END-READ.

       VALIDA-TRANSACCION.
      *     LA PARTIDA SIN ORIGINADOR PROPIO ES DEL DE LA CABECERA; A
      *     PARTIR DE AQUI VIAJA SIEMPRE CON EL SUYO
            IF TR-ORIGEN = SPACES
                MOVE CAB-ORIGEN TO TR-ORIGEN
            END-IF
            PERFORM VALIDA-ORIGEN-PARTIDA
            MOVE TR-OPERATION-CODE TO WS-OPERATION-CODE
            PERFORM VALIDA-SUCURSAL
            PERFORM VALIDA-LIMITES-GRUPO THRU
                VALIDA-LIMITES-GRUPO-FIN
            PERFORM VALIDA-FECHA-VALOR
            PERFORM VALIDA-HORA-CORTE THRU VALIDA-HORA-CORTE-FIN
            PERFORM VALIDA-ANULACION THRU VALIDA-ANULACION-FIN
            PERFORM VALIDA-EXPOSICION THRU VALIDA-EXPOSICION-FIN
            EVALUATE TRUE
                WHEN TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
                    MOVE "01" TO WS-MOTIVO-RECHAZO
                WHEN NOT SUC-VALIDA
                    MOVE "04" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT SUC-ABIERTA
                    MOVE "09" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT ORIGEN-PARTIDA-VALIDO
                    MOVE "10" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT LIMITE-OK
                    MOVE "05" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT FECHA-VALOR-OK
                    MOVE "06" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT ANULACION-OK
                    MOVE "07" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT ANULACION-NUEVA
                    MOVE "08" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
      *         LA FECHA VALOR FUTURA SE APARCA SIN CALCULAR NI
      *         CONSUMIR EL TOPE DIARIO DEL GRUPO DE HOY
                WHEN FECHA-FUTURA
                    PERFORM APARCA-EN-ALMACEN
                WHEN RETENER-DETALLE
                    PERFORM RETIENE-DETALLE
                WHEN OTHER
                    MOVE TRANS-RECORD TO ACEPTADAS-RECORD
                    WRITE ACEPTADAS-RECORD
                    ADD 1 TO WS-CONT-ACEPTADAS
                    ADD TR-NUM1 TO WS-ACEPT-HASH
                    ADD TR-NUM2 TO WS-ACEPT-HASH
                    PERFORM ACUMULA-TOPES
                    IF TR-ES-ANULACION
                        PERFORM ANOTA-ANULACION
                    END-IF
            END-EVALUATE.

       ABRE-REGISTROS-ANULACION.
            OPEN INPUT PROCESADAS-FILE
            IF WS-PROCESADAS-STATUS = "00"
                SET HAY-PROCESADAS TO TRUE
            END-IF
            OPEN INPUT ANULADAS-FILE
            IF WS-ANULADAS-STATUS = "00"
                SET HAY-ANULADAS TO TRUE
            END-IF.

       VALIDA-ANULACION.
      *     LA ANULACION DEBE NOMBRAR UNA OPERACION PROCESADA EN LA
      *     FECHA QUE DICE Y QUE NADIE HAYA ANULADO TODAVIA; SIN
      *     REGISTRO DE PROCESADAS NO HAY NADA QUE PUEDA ANULARSE
            MOVE "Y" TO WS-ANULACION-OK
            MOVE "Y" TO WS-ANULACION-NUEVA
            IF TR-ES-NORMAL
                GO TO VALIDA-ANULACION-FIN
            END-IF
            IF NOT TR-ES-ANULACION
                    OR TR-FECHA-ORIGINAL NOT NUMERIC
                    OR NOT HAY-PROCESADAS
                    OR TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
                MOVE "N" TO WS-ANULACION-OK
                GO TO VALIDA-ANULACION-FIN
            END-IF
            MOVE TRANS-RECORD(1:7) TO PRO-GRUPO
            MOVE TR-NUM1 TO PRO-NUM1
            MOVE TR-NUM2 TO PRO-NUM2
            MOVE TR-OPERATION-CODE TO PRO-OPERACION
            READ PROCESADAS-FILE
                INVALID KEY
                    MOVE "N" TO WS-ANULACION-OK
                    GO TO VALIDA-ANULACION-FIN
            END-READ
            IF PRO-FECHA-PROCESO NOT = TR-FECHA-ORIGINAL
                MOVE "N" TO WS-ANULACION-OK
                GO TO VALIDA-ANULACION-FIN
            END-IF
            PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                    UNTIL WS-ANU-IDX > WS-ANU-USADAS
                    OR NOT ANULACION-NUEVA
                IF WS-ANU-CLAVE-ENT(WS-ANU-IDX) = PRO-CLAVE
                    MOVE "N" TO WS-ANULACION-NUEVA
                END-IF
            END-PERFORM
            IF NOT ANULACION-NUEVA OR NOT HAY-ANULADAS
                GO TO VALIDA-ANULACION-FIN
            END-IF
            MOVE PRO-CLAVE TO ANU-CLAVE
            READ ANULADAS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "N" TO WS-ANULACION-NUEVA
            END-READ.

       VALIDA-ANULACION-FIN.
            EXIT.

       ANOTA-ANULACION.
            ADD 1 TO WS-CONT-ANULACIONES
            IF WS-ANU-USADAS < 100
                ADD 1 TO WS-ANU-USADAS
                MOVE TRANS-RECORD(1:22)
                    TO WS-ANU-CLAVE-ENT(WS-ANU-USADAS)
            END-IF
            MOVE SPACES TO WS-AUDIT-DETALLE
            STRING "ANULACION ADMITIDA GRUPO=" TRANS-RECORD(1:7)
                " OP=" TR-OPERATION-CODE
                " FECHA-ORIGINAL=" TR-FECHA-ORIGINAL
                DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
            CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       VALIDA-FECHA-VALOR.
      *     EL AJUSTE RETROTRAIDO DEBE TRAER UNA FECHA DE CALENDARIO
      *     REAL; UNA FECHA VALOR CORRUPTA CONTABILIZARIA EL AJUSTE
      *     EN UN DIA QUE NO EXISTE
            MOVE "Y" TO WS-FECHA-VALOR-OK
            MOVE "N" TO WS-FECHA-FUTURA
            IF TR-FECHA-VALOR = SPACES
                CONTINUE
            ELSE
                        WS-FECHA-SEVERIDAD
                    IF WS-FECHA-SEVERIDAD NOT = ZERO
                        MOVE "N" TO WS-FECHA-VALOR-OK
                    ELSE
                        IF WS-FECHA-VALOR > WS-FECHA-HOY
                            MOVE "Y" TO WS-FECHA-FUTURA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       VALIDA-HORA-CORTE.
      *     SOLO CORTA UN DETALLE NORMAL DEL DIA (SIN FECHA VALOR NI
      *     ANULACION) DE UNA SUCURSAL CON CORTE Y HORA DE CAPTURA
      *     CONOCIDA. FUERA DE HORA SE TRATA COMO UNA FECHA VALOR
      *     FUTURA: EL SIGUIENTE DIA HABIL A LA FECHA DE PROCESO.
            MOVE "N" TO WS-FUERA-DE-CORTE
            IF WS-SUC-POS = ZERO
                    OR TR-FECHA-VALOR NOT = SPACES
                    OR NOT TR-ES-NORMAL
                    OR TR-HORA-CAPTURA NOT NUMERIC
                GO TO VALIDA-HORA-CORTE-FIN
            END-IF
            IF WS-SUC-HORA-CORTE(WS-SUC-POS) NOT NUMERIC
                    OR WS-SUC-HORA-CORTE(WS-SUC-POS) = "0000"
                GO TO VALIDA-HORA-CORTE-FIN
            END-IF
            IF TR-HORA-CAPTURA > WS-SUC-HORA-CORTE(WS-SUC-POS)
                CALL "DIA-HABIL" USING WS-FECHA-HOY WS-ES-HABIL
                    WS-SIGUIENTE-HABIL
                MOVE WS-SIGUIENTE-HABIL TO WS-FECHA-VALOR
                MOVE "Y" TO WS-FUERA-DE-CORTE
                MOVE "Y" TO WS-FECHA-FUTURA
            END-IF.

       VALIDA-HORA-CORTE-FIN.
            EXIT.

       SENALA-FUERA-DE-CORTE.
            ADD 1 TO WS-CONT-FUERA-CORTE
            MOVE SPACES TO EDICION-RECORD
            STRING "FUERA DE CORTE SUC=" TR-SUCURSAL
                " CAPTURA=" TR-HORA-CAPTURA
                " CORTE=" WS-SUC-HORA-CORTE(WS-SUC-POS)
                " GRUPO=" TRANS-RECORD(1:7)
                " PASA AL " WS-FECHA-VALOR
                DELIMITED BY SIZE INTO EDICION-RECORD
            WRITE EDICION-RECORD.

       APARCA-EN-ALMACEN.
            MOVE SPACES TO ALMACEN-REGISTRO
            MOVE WS-FECHA-VALOR TO ALM-FECHA-VALOR
            MOVE TR-ORIGEN TO ALM-ORIGEN
            MOVE CAB-LOTE-ID TO ALM-LOTE-ID
            MOVE WS-CONT-LEIDAS TO ALM-SECUENCIA
            MOVE WS-FECHA-HOY TO ALM-FECHA-ALTA
            MOVE TRANS-RECORD TO ALM-IMAGEN
            MOVE ALMACEN-REGISTRO TO ALMACEN-TRABAJO-RECORD
            WRITE ALMACEN-TRABAJO-RECORD
            ADD 1 TO WS-CONT-ALMACENADAS
            IF FUERA-DE-CORTE
                PERFORM SENALA-FUERA-DE-CORTE
            END-IF.

       TRASPASA-ALMACEN.
      *     EL LOTE HA CUADRADO: SUS DETALLES APARCADOS PASAN AL
      *     ALMACEN. UN REENVIO ADMITIDO POR TARJETA SUSTITUYE LA
      *     IMAGEN APARCADA DEL ENVIO ANTERIOR.
            IF WS-CONT-ALMACENADAS = ZERO
                GO TO TRASPASA-ALMACEN-FIN
            END-IF
            OPEN I-O ALMACEN-FILE
            IF WS-ALMACEN-STATUS NOT = "00"
                OPEN OUTPUT ALMACEN-FILE
                CLOSE ALMACEN-FILE
                OPEN I-O ALMACEN-FILE
            END-IF
            CALL "FILEERR" USING WS-AUDIT-PROGRAMA
                "TRANSACCIONES_ALMACEN.DAT" WS-ALMACEN-STATUS
                WS-SEVERIDAD
            IF WS-SEVERIDAD NOT = ZERO
                MOVE 8 TO WS-RETURN-CODE
                GO TO TRASPASA-ALMACEN-FIN
            END-IF
            OPEN INPUT ALMACEN-TRABAJO-FILE
            PERFORM LEE-ALMACEN-TRABAJO
            PERFORM UNTIL FIN-ALMACEN-TRABAJO
                MOVE ALMACEN-TRABAJO-RECORD TO ALMACEN-REGISTRO
                WRITE ALMACEN-REGISTRO
                    INVALID KEY
                        REWRITE ALMACEN-REGISTRO
                END-WRITE
                PERFORM LEE-ALMACEN-TRABAJO
            END-PERFORM
            CLOSE ALMACEN-TRABAJO-FILE
            CLOSE ALMACEN-FILE
            MOVE SPACES TO WS-AUDIT-DETALLE
            STRING "LOTE " CAB-LOTE-ID " APARCADAS EN ALMACEN="
                WS-CONT-ALMACENADAS
                DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
            CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       TRASPASA-ALMACEN-FIN.
            EXIT.

       LEE-ALMACEN-TRABAJO.
            READ ALMACEN-TRABAJO-FILE
                AT END
                    SET FIN-ALMACEN-TRABAJO TO TRUE
            END-READ.

       ABRE-EXPOSICION.
            OPEN I-O EXPOSICION-FILE
            IF WS-EXPOSICION-STATUS = "00"
                SET VALIDAR-EXPOSICION TO TRUE
            END-IF.

       CARGA-EXPOSICION-ORIGEN.
      *     DEJA EN WS-EXO-POS LA FILA DEL ORIGINADOR DEL DETALLE,
      *     LEYENDOLA LA PRIMERA VEZ QUE APARECE. EL ACUMULADO DE OTRA
      *     FECHA DE PROCESO NO CUENTA; LA AMPLIACION SOLO VALE EN LA
      *     FECHA PARA LA QUE SE CONCEDIO
            MOVE ZERO TO WS-EXO-POS
            PERFORM VARYING WS-EXO-IDX FROM 1 BY 1
                    UNTIL WS-EXO-IDX > WS-EXO-USADAS
                    OR WS-EXO-POS > ZERO
                IF WS-EXO-ORIGEN(WS-EXO-IDX) = TR-ORIGEN
                    MOVE WS-EXO-IDX TO WS-EXO-POS
                END-IF
            END-PERFORM
            IF WS-EXO-POS > ZERO
                GO TO CARGA-EXPOSICION-ORIGEN-FIN
            END-IF
            IF WS-EXO-USADAS >= 50
                DISPLAY "AVISO: TABLA DE EXPOSICION LLENA, SIN TOPE "
                    "PARA EL ORIGINADOR " TR-ORIGEN
                GO TO CARGA-EXPOSICION-ORIGEN-FIN
            END-IF
            ADD 1 TO WS-EXO-USADAS
            MOVE WS-EXO-USADAS TO WS-EXO-POS
            MOVE TR-ORIGEN TO WS-EXO-ORIGEN(WS-EXO-POS)
            MOVE "N" TO WS-EXO-HAY-TOPE(WS-EXO-POS)
            MOVE "N" TO WS-EXO-ALCANZADO(WS-EXO-POS)
            MOVE ZERO TO WS-EXO-TOPE(WS-EXO-POS)
            MOVE ZERO TO WS-EXO-ACUMULADO(WS-EXO-POS)
            MOVE ZERO TO WS-EXO-RETENIDO(WS-EXO-POS)
            MOVE ZERO TO WS-EXO-CONT-RET(WS-EXO-POS)
            MOVE TR-ORIGEN TO EXP-ORIGEN
            READ EXPOSICION-FILE
                INVALID KEY
                    GO TO CARGA-EXPOSICION-ORIGEN-FIN
            END-READ
            MOVE "Y" TO WS-EXO-HAY-TOPE(WS-EXO-POS)
            MOVE EXP-TOPE-DIARIO TO WS-EXO-TOPE(WS-EXO-POS)
            IF EXP-FECHA-AMPLIACION = WS-FECHA-HOY
                ADD EXP-AMPLIACION TO WS-EXO-TOPE(WS-EXO-POS)
            END-IF
            IF EXP-FECHA-ACUMULADO = WS-FECHA-HOY
                MOVE EXP-ACUMULADO TO WS-EXO-ACUMULADO(WS-EXO-POS)
            END-IF.

       CARGA-EXPOSICION-ORIGEN-FIN.
            EXIT.

       VALIDA-EXPOSICION.
      *     UNA VEZ ALCANZADO EL TOPE SE RETIENE TODO LO QUE SIGUE
      *     DEL ORIGINADOR, PARA NO COLAR DETALLES PEQUENOS POR
      *     DELANTE DE LOS RETENIDOS. LAS ANULACIONES RESTAN RIESGO Y
      *     NUNCA SE RETIENEN. EL TOPE ES EL DEL ORIGINADOR DEL
      *     DETALLE; LO QUE SE APARCA CUENTA EL DIA QUE SALE DEL
      *     ALMACEN, NO EL DIA QUE LLEGA.
            MOVE "N" TO WS-RETENER
            MOVE ZERO TO WS-EXP-IMPORTE
            MOVE ZERO TO WS-EXO-POS
            IF NOT VALIDAR-EXPOSICION OR TR-ES-ANULACION
                    OR FECHA-FUTURA
                    OR TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
                GO TO VALIDA-EXPOSICION-FIN
            END-IF
            PERFORM CARGA-EXPOSICION-ORIGEN THRU
                CARGA-EXPOSICION-ORIGEN-FIN
            IF WS-EXO-POS = ZERO
                GO TO VALIDA-EXPOSICION-FIN
            END-IF
            IF NOT EXO-CON-TOPE(WS-EXO-POS)
                GO TO VALIDA-EXPOSICION-FIN
            END-IF
            COMPUTE WS-EXP-IMPORTE = FUNCTION ABS(TR-NUM1)
                + FUNCTION ABS(TR-NUM2)
            IF EXO-TOPE-ALCANZADO(WS-EXO-POS)
                    OR WS-EXO-ACUMULADO(WS-EXO-POS) + WS-EXP-IMPORTE
                    > WS-EXO-TOPE(WS-EXO-POS)
                MOVE "Y" TO WS-EXO-ALCANZADO(WS-EXO-POS)
                SET RETENER-DETALLE TO TRUE
            END-IF.

       VALIDA-EXPOSICION-FIN.
            EXIT.

       RETIENE-DETALLE.
            MOVE SPACES TO RETENIDA-REGISTRO
            SET RET-PENDIENTE TO TRUE
            MOVE TR-ORIGEN TO RET-ORIGEN
            MOVE CAB-LOTE-ID TO RET-LOTE-ID
            MOVE WS-FECHA-HOY TO RET-FECHA-RETENCION
            MOVE WS-EXP-IMPORTE TO RET-IMPORTE
            MOVE ZERO TO RET-FECHA-LIBERACION
            MOVE TRANS-RECORD TO RET-IMAGEN
            MOVE RETENIDA-REGISTRO TO RETENIDAS-TRABAJO-RECORD
            WRITE RETENIDAS-TRABAJO-RECORD
            ADD WS-EXP-IMPORTE TO WS-EXO-RETENIDO(WS-EXO-POS)
            ADD 1 TO WS-EXO-CONT-RET(WS-EXO-POS)
            ADD 1 TO WS-CONT-RETENIDAS.

       ACUMULA-TOPES.
      *     EL DETALLE ACEPTADO CONSUME EL TOPE DIARIO DE SU GRUPO Y
      *     LA EXPOSICION DE SU ORIGINADOR (LAS ANULACIONES NO TIENEN
      *     FILA DE EXPOSICION)
            PERFORM ACUMULA-LIMITE-GRUPO THRU ACUMULA-LIMITE-GRUPO-FIN
            IF WS-EXO-POS > ZERO
                ADD WS-EXP-IMPORTE TO WS-EXO-ACUMULADO(WS-EXO-POS)
            END-IF.

       CIERRA-EXPOSICION.
      *     EL LOTE HA CUADRADO: SE GRABA EL ACUMULADO DEL DIA DE
      *     CADA ORIGINADOR CON TOPE, LOS RETENIDOS PASAN AL FICHERO
      *     DE RETENIDAS Y SE AVISA A LA CONSOLA CENTRAL DE ALERTAS
      *     UNA VEZ POR ORIGINADOR RETENIDO
            PERFORM VARYING WS-EXO-IDX FROM 1 BY 1
                    UNTIL WS-EXO-IDX > WS-EXO-USADAS
                IF EXO-CON-TOPE(WS-EXO-IDX)
                    PERFORM GRABA-EXPOSICION-ORIGEN
                END-IF
            END-PERFORM
            IF WS-CONT-RETENIDAS = ZERO
                GO TO CIERRA-EXPOSICION-FIN
            END-IF
            OPEN EXTEND RETENIDAS-FILE
            IF WS-RETENIDAS-STATUS NOT = "00"
                OPEN OUTPUT RETENIDAS-FILE
            END-IF
            MOVE "N" TO WS-EOF-RETENIDAS-TRABAJO
            OPEN INPUT RETENIDAS-TRABAJO-FILE
            PERFORM LEE-RETENIDAS-TRABAJO
            PERFORM UNTIL FIN-RETENIDAS-TRABAJO
                MOVE RETENIDAS-TRABAJO-RECORD TO RETENIDA-REGISTRO
                WRITE RETENIDA-REGISTRO
                PERFORM LEE-RETENIDAS-TRABAJO
            END-PERFORM
            CLOSE RETENIDAS-TRABAJO-FILE
            CLOSE RETENIDAS-FILE

            OPEN EXTEND COLA-FILE
            IF WS-COLA-STATUS NOT = "00"
                OPEN OUTPUT COLA-FILE
            END-IF
            PERFORM VARYING WS-EXO-IDX FROM 1 BY 1
                    UNTIL WS-EXO-IDX > WS-EXO-USADAS
                IF WS-EXO-CONT-RET(WS-EXO-IDX) > ZERO
                    PERFORM AVISA-RETENIDAS-ORIGEN
                END-IF
            END-PERFORM
            CLOSE COLA-FILE.

       CIERRA-EXPOSICION-FIN.
            EXIT.

       GRABA-EXPOSICION-ORIGEN.
      *     SE RELEE EL REGISTRO PARA NO PISAR UNA AMPLIACION O UN
      *     TOPE FIJADOS POR EL SUPERVISOR MIENTRAS CORRIA LA EDICION
            MOVE WS-EXO-ORIGEN(WS-EXO-IDX) TO EXP-ORIGEN
            READ EXPOSICION-FILE
                INVALID KEY
                    DISPLAY "AVISO: NO SE PUDO ACTUALIZAR EL "
                        "ACUMULADO DE EXPOSICION DE " EXP-ORIGEN
                NOT INVALID KEY
                    MOVE WS-FECHA-HOY TO EXP-FECHA-ACUMULADO
                    MOVE WS-EXO-ACUMULADO(WS-EXO-IDX) TO EXP-ACUMULADO
                    REWRITE EXPOSICION-REGISTRO
                        INVALID KEY
                            DISPLAY "AVISO: NO SE PUDO ACTUALIZAR EL "
                                "ACUMULADO DE EXPOSICION DE "
                                EXP-ORIGEN
                    END-REWRITE
            END-READ.

       AVISA-RETENIDAS-ORIGEN.
            MOVE SPACES TO COLA-RECORD
            MOVE "P" TO QUE-ESTADO
            MOVE "EXPOSICION" TO QUE-ORIGEN
            MOVE WS-FECHA-HOY TO QUE-FECHA
            STRING "TOPE DE EXPOSICION ALCANZADO ORIGINADOR="
                WS-EXO-ORIGEN(WS-EXO-IDX) " LOTE=" CAB-LOTE-ID
                " RETENIDAS=" WS-EXO-CONT-RET(WS-EXO-IDX)
                " IMPORTE=" WS-EXO-RETENIDO(WS-EXO-IDX)
                DELIMITED BY SIZE INTO QUE-TEXTO
            MOVE ZERO TO QUE-FECHA-ACUSE
            WRITE COLA-RECORD

            MOVE SPACES TO WS-AUDIT-DETALLE
            STRING "LOTE " CAB-LOTE-ID " ORIGINADOR="
                WS-EXO-ORIGEN(WS-EXO-IDX)
                " RETENIDAS POR TOPE DE EXPOSICION="
                WS-EXO-CONT-RET(WS-EXO-IDX)
                DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
            CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       LEE-RETENIDAS-TRABAJO.
            READ RETENIDAS-TRABAJO-FILE
                AT END
                    SET FIN-RETENIDAS-TRABAJO TO TRUE
            END-READ.

       ABRE-LIMITES-GRUPO.
            OPEN INPUT LIMITES-GRUPO-FILE
            IF WS-LIMITES-GRUPO-STATUS = "00"
            PERFORM UNTIL FIN-SUCURSALES OR WS-SUC-TOTAL >= 50
                ADD 1 TO WS-SUC-TOTAL
                MOVE SUC-CODIGO TO WS-SUC-CODIGO(WS-SUC-TOTAL)
                MOVE SUC-HORA-CORTE TO WS-SUC-HORA-CORTE(WS-SUC-TOTAL)
                IF SUC-FECHA-CIERRE IS NUMERIC
                    MOVE SUC-FECHA-CIERRE
                        TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                ELSE
                    MOVE ZERO TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                END-IF
                PERFORM LEE-SUCURSAL
            END-PERFORM
            CLOSE SUCURSALES-FILE.
       VALIDA-SUCURSAL.
      *     LA SUCURSAL EN BLANCO SE ADMITE COMO SERVICIOS CENTRALES
            MOVE "Y" TO WS-SUC-VALIDA
            MOVE ZERO TO WS-SUC-POS
            IF NOT VALIDAR-SUCURSALES OR TR-SUCURSAL = SPACES
                CONTINUE
            ELSE
                        OR SUC-VALIDA
                    IF WS-SUC-CODIGO(WS-SUC-IDX) = TR-SUCURSAL
                        MOVE "Y" TO WS-SUC-VALIDA
                        MOVE WS-SUC-IDX TO WS-SUC-POS
                    END-IF
                END-PERFORM
            END-IF
      *     UNA SUCURSAL CERRADA (O ABSORBIDA POR OTRA) SOLO ADMITE LO
      *     FECHADO HASTA SU CIERRE; EL CODIGO SIGUE EN EL MAESTRO
            MOVE "Y" TO WS-SUC-ABIERTA
            IF WS-SUC-POS > ZERO
                IF WS-SUC-FECHA-CIERRE(WS-SUC-POS) > ZERO
                    IF TR-FECHA-VALOR IS NUMERIC
                        MOVE TR-FECHA-VALOR TO WS-SUC-FECHA-TRANS
                    ELSE
                        MOVE WS-FECHA-HOY TO WS-SUC-FECHA-TRANS
                    END-IF
                    IF WS-SUC-FECHA-TRANS >
                            WS-SUC-FECHA-CIERRE(WS-SUC-POS)
                        MOVE "N" TO WS-SUC-ABIERTA
                    END-IF
                END-IF
            END-IF.

       PROCESA-CABECERA.
                END-READ
            END-IF.

       VALIDA-ORIGEN-PARTIDA.
      *     LA PARTIDA DE OTRO ORIGINADOR SE VALIDA CONTRA
      *     ORIGENES.DAT IGUAL QUE LA CABECERA
            MOVE "Y" TO WS-ORIGEN-PARTIDA-VALIDO
            IF NOT VALIDAR-ORIGENES OR TR-ORIGEN = CAB-ORIGEN
                CONTINUE
            ELSE
                MOVE TR-ORIGEN TO ORG-CODIGO
                READ ORIGENES-FILE
                    INVALID KEY
                        MOVE "N" TO WS-ORIGEN-PARTIDA-VALIDO
                    NOT INVALID KEY
                        IF NOT ORG-ES-ACTIVO
                            MOVE "N" TO WS-ORIGEN-PARTIDA-VALIDO
                        END-IF
                END-READ
            END-IF.

       PROCESA-TRAILER.
            MOVE TRANS-RECORD TO LOTE-TRAILER
            SET TRAILER-VISTO TO TRUE.
      *     (SUSPENSO-REPARACION) LIBERO QUEDAN EN ESTE FICHERO
      *     PUENTE Y SE INCORPORAN AQUI AL LOTE ACEPTADO; EL FICHERO
      *     PUENTE SE VACIA PARA QUE UNA PARTIDA NO ENTRE DOS VECES.
      *     TODAS TRAEN SU ORIGINADOR; SOLO UNA PARTIDA SUSPENDIDA
      *     ANTES DE QUE SUSPENSO LO GUARDARA LLEGA EN BLANCO Y QUEDA
      *     COMO DEL LOTE QUE LA INCORPORA. LAS DE LA RETENCION YA
      *     SUMARON A LA EXPOSICION AL LIBERARSE.
            OPEN INPUT LIBERADAS-FILE
            IF WS-LIBERADAS-STATUS NOT = "00"
                GO TO INCORPORA-LIBERADAS-FIN
            END-IF
            PERFORM LEE-LIBERADA
            PERFORM UNTIL FIN-LIBERADAS
                IF LIB-ORIGEN = SPACES
                    MOVE CAB-ORIGEN TO LIB-ORIGEN
                END-IF
                MOVE LIBERADA-RECORD TO ACEPTADAS-RECORD
                WRITE ACEPTADAS-RECORD
                ADD 1 TO WS-CONT-ACEPTADAS
                    SET FIN-LIBERADAS TO TRUE
            END-READ.

       INCORPORA-VALOR-HOY.
      *     LOS DETALLES QUE LIBERA-ALMACEN SACO DEL ALMACEN PORQUE
      *     SU FECHA VALOR YA HA LLEGADO ENTRAN EN EL LOTE ACEPTADO
      *     DEL DIA CON EL ORIGINADOR CON EL QUE SE APARCARON. PUEDEN
      *     LLEVAR DIAS APARCADOS: SE VUELVEN A EDITAR CONTRA LA
      *     SITUACION DE HOY Y LOS QUE ALCANZAN EL TOPE DE SU
      *     ORIGINADOR SE RETIENEN COMO LOS DEL LOTE. EL PUENTE SE
      *     VACIA.
            OPEN INPUT VALOR-HOY-FILE
            IF WS-VALOR-HOY-STATUS NOT = "00"
                GO TO INCORPORA-VALOR-HOY-FIN
            END-IF
            OPEN EXTEND RETENIDAS-TRABAJO-FILE
            PERFORM LEE-VALOR-HOY
            PERFORM UNTIL FIN-VALOR-HOY
                IF VHO-ORIGEN = SPACES
                    MOVE CAB-ORIGEN TO VHO-ORIGEN
                END-IF
                MOVE VALOR-HOY-RECORD TO TRANS-RECORD
                PERFORM EDITA-VALOR-HOY
                PERFORM LEE-VALOR-HOY
            END-PERFORM
            CLOSE RETENIDAS-TRABAJO-FILE
            CLOSE VALOR-HOY-FILE
            OPEN OUTPUT VALOR-HOY-FILE
            CLOSE VALOR-HOY-FILE
            IF WS-CONT-VALOR-HOY > ZERO
                DISPLAY "DETALLES DEL ALMACEN INCORPORADOS AL LOTE: "
                    WS-CONT-VALOR-HOY
            END-IF.

       INCORPORA-VALOR-HOY-FIN.
            EXIT.

       EDITA-VALOR-HOY.
      *     LA FECHA VALOR YA HA LLEGADO: EL DETALLE SE CALCULA HOY
            MOVE "N" TO WS-FECHA-FUTURA
            PERFORM VALIDA-ORIGEN-PARTIDA
            PERFORM VALIDA-SUCURSAL
            PERFORM VALIDA-LIMITES-GRUPO THRU
                VALIDA-LIMITES-GRUPO-FIN
            PERFORM VALIDA-EXPOSICION THRU VALIDA-EXPOSICION-FIN
            EVALUATE TRUE
                WHEN NOT SUC-VALIDA
                    MOVE "04" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT SUC-ABIERTA
                    MOVE "09" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT ORIGEN-PARTIDA-VALIDO
                    MOVE "10" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN NOT LIMITE-OK
                    MOVE "05" TO WS-MOTIVO-RECHAZO
                    PERFORM ESCRIBE-RECHAZO
                WHEN RETENER-DETALLE
                    PERFORM RETIENE-DETALLE
                WHEN OTHER
                    MOVE TRANS-RECORD TO ACEPTADAS-RECORD
                    WRITE ACEPTADAS-RECORD
                    ADD 1 TO WS-CONT-ACEPTADAS
                    ADD 1 TO WS-CONT-VALOR-HOY
                    ADD TR-NUM1 TO WS-ACEPT-HASH
                    ADD TR-NUM2 TO WS-ACEPT-HASH
                    PERFORM ACUMULA-TOPES
            END-EVALUATE.

       LEE-VALOR-HOY.
            READ VALOR-HOY-FILE
                AT END
                    SET FIN-VALOR-HOY TO TRUE
            END-READ.

       ESCRIBE-TRAILER-ACEPTADAS.
            MOVE SPACES TO LOTE-TRAILER
            MOVE "T" TO TRL-TIPO
