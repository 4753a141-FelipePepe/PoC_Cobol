      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion regulatoria diaria de grandes
      *          operaciones. Cumplimiento debe declarar las
      *          operaciones que superan el umbral legal y tambien las
      *          de un mismo originador en el mismo dia que, siendo
      *          menores, juntas lo superan; hasta ahora se buscaban a
      *          mano en OPERACIONES.CSV. Este paso de la fase INFORME
      *          toma del historico OPERACIONES_HISTORICO.DAT (COPY
      *          OPHISREC) las operaciones de la fecha de proceso del
      *          lote de la corrida (el de la cabecera de
      *          TRANSACCIONES_OK.DAT) y las lleva, cada una con el
      *          originador grabado en el historico (el de la
      *          cabecera si viene en blanco), al almacen del dia
      *          GRANDES_OPERACIONES_DIA.DAT,
      *          con cada RESULT convertido a EUR con la tasa vigente
      *          en la fecha de proceso segun la historia de tasas
      *          (BUSCA-TASA-FECHA); un relanzamiento del mismo lote
      *          sustituye sus filas y las de otros dias se purgan.
      *          Con todo lo del dia, ordenado por originador, declara
      *          cada operacion que sola alcanza UMBRAL-INDIVIDUAL y,
      *          por originador, la suma de sus operaciones menores si
      *          alcanza UMBRAL-AGREGADO con dos o mas operaciones,
      *          con el detalle de cada una. Sale en el formato fijo
      *          del regulador DECLARACION_GRANDES_OPERACIONES.DAT
      *          (COPY DECLAREC) con trailer de control, y cada
      *          presentacion queda en REGISTRO_DECLARACIONES.DAT
      *          (COPY REGDEREC) con lo nuevo o cambiado y cuando se
      *          presento. Parametros en PARAMETROS.DAT bajo
      *          GRANDES-OPERACIONES: UMBRAL-INDIVIDUAL (10000),
      *          UMBRAL-AGREGADO (el individual) y ENTIDAD (codigo de
      *          la entidad declarante). Las anulaciones no se
      *          declaran. RC=4 si falta la cabecera del lote, alguna
      *          divisa no tiene tasa (se toma el RESULTBASE grabado)
      *          o una agregada no cabe entera en la tabla.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANDES-OPERACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACEPTADAS-FILE ASSIGN TO "TRANSACCIONES_OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACEPTADAS-STATUS.

           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT DIA-FILE ASSIGN TO "GRANDES_OPERACIONES_DIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.

           SELECT DIA-TRABAJO-FILE
               ASSIGN TO "GRANDES_OPERACIONES_TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT DECLARACION-FILE
               ASSIGN TO "DECLARACION_GRANDES_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARACION-STATUS.

           SELECT REGISTRO-FILE ASSIGN TO "REGISTRO_DECLARACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK11".

       DATA DIVISION.
       FILE SECTION.
       FD  ACEPTADAS-FILE.
       01  ACEPTADA-RECORD PIC X(80).
       01  ACEPTADA-GENERICO.
           05  ACE-TIPO-REGISTRO PIC X.
               88  ACE-ES-CABECERA VALUE "H".
           05  FILLER PIC X(79).

       FD  HISTORICO-FILE.
       COPY OPHISREC.

      *    ALMACEN DEL DIA: UNA FILA POR OPERACION DE CADA LOTE
      *    PROCESADO EN LA FECHA, YA CONVERTIDA A EUR
       FD  DIA-FILE.
       01  DIA-RECORD.
           05  GOD-FECHA PIC 9(8).
           05  GOD-ORIGEN PIC X(10).
           05  GOD-LOTE PIC X(8).
           05  GOD-SECUENCIA PIC 9(6).
           05  GOD-GRUPO PIC X(7).
           05  GOD-DIVISA PIC X(3).
           05  GOD-SUCURSAL PIC X(4).
           05  GOD-IMPORTE PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  GOD-TASA PIC 9(3)V9(6).
      *    Y = TASA DE LA FECHA, A = TASA ACTUAL DE RESPALDO,
      *    N = SIN TASA (EUR TOMADO DEL RESULTBASE GRABADO)
           05  GOD-MARCA-TASA PIC X.
           05  GOD-IMPORTE-EUR PIC 9(11)V99.

       FD  DIA-TRABAJO-FILE.
       01  DIA-TRABAJO-RECORD PIC X(81).

       FD  DECLARACION-FILE.
       COPY DECLAREC.

       FD  REGISTRO-FILE.
       COPY REGDEREC.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-FECHA PIC 9(8).
           05  SRT-ORIGEN PIC X(10).
           05  SRT-LOTE PIC X(8).
           05  SRT-SECUENCIA PIC 9(6).
           05  SRT-GRUPO PIC X(7).
           05  SRT-DIVISA PIC X(3).
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-IMPORTE PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  SRT-TASA PIC 9(3)V9(6).
           05  SRT-MARCA-TASA PIC X.
           05  SRT-IMPORTE-EUR PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-ACEPTADAS-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-DIA-STATUS PIC XX.
       01  WS-TRABAJO-STATUS PIC XX.
       01  WS-DECLARACION-STATUS PIC XX.
       01  WS-REGISTRO-STATUS PIC XX.
       01  WS-EOF-ACEPTADAS PIC X VALUE "N".
           88  FIN-ACEPTADAS VALUE "Y".
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-DIA PIC X VALUE "N".
           88  FIN-DIA VALUE "Y".
       01  WS-EOF-TRABAJO PIC X VALUE "N".
           88  FIN-TRABAJO VALUE "Y".
       01  WS-EOF-REGISTRO PIC X VALUE "N".
           88  FIN-REGISTRO VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-CABECERA-VISTA PIC X VALUE "N".
           88  CABECERA-VISTA VALUE "Y".

       COPY TRANSLOT.

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-AHORA-FECHA PIC 9(8).
       01  WS-AHORA-HORA PIC 9(8).

      *    PARAMETROS, CON SUS VALORES POR DEFECTO
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-UMBRAL-INDIVIDUAL PIC 9(11)V99 VALUE 10000.
       01  WS-UMBRAL-AGREGADO PIC 9(11)V99 VALUE ZERO.
       01  WS-ENTIDAD PIC X(10) VALUE "0000000000".


       01  WS-SECUENCIA PIC 9(6) VALUE ZERO.
       01  WS-DIVISA PIC X(3).
       01  WS-TASA PIC 9(3)V9(6).
       01  WS-TASA-MARCA PIC X.
       01  WS-IMPORTE-EUR PIC S9(11)V99.

      *    OPERACIONES MENORES DEL ORIGINADOR EN CURSO, CANDIDATAS A
      *    COMPONER UNA AGREGADA
       01  WS-COMPONENTES.
           05  WS-COMP OCCURS 500 TIMES PIC X(81).
       01  WS-COMP-TOTAL PIC 999 VALUE ZERO.
       01  WS-COMP-IDX PIC 999.
       01  WS-COMP-CONT PIC 9(5) VALUE ZERO.
       01  WS-COMP-SUMA PIC 9(13)V99 VALUE ZERO.
       01  WS-COMP-DESCARTADAS PIC 9(5) VALUE ZERO.
       01  WS-ORIGEN-ANTERIOR PIC X(10).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

      *    LO YA PRESENTADO HOY SEGUN EL REGISTRO, PARA MARCAR CADA
      *    PARTIDA COMO NUEVA, CAMBIADA O REPETIDA
       01  WS-PRESENTADAS.
           05  WS-PRE OCCURS 2000 TIMES.
               10  WS-PRE-CLAVE.
                   15  WS-PRE-TIPO PIC X(2).
                   15  WS-PRE-ORIGEN PIC X(10).
                   15  WS-PRE-LOTE PIC X(8).
                   15  WS-PRE-SECUENCIA PIC 9(6).
               10  WS-PRE-NUM PIC 9(7).
               10  WS-PRE-IMPORTE PIC 9(15)V99.
       01  WS-PRE-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-PRE-IDX PIC 9(4).
       01  WS-PRE-HALLADA PIC 9(4).
       01  WS-BUSCA-CLAVE.
           05  WS-BUSCA-TIPO PIC X(2).
           05  WS-BUSCA-ORIGEN PIC X(10).
           05  WS-BUSCA-LOTE PIC X(8).
           05  WS-BUSCA-SECUENCIA PIC 9(6).
       01  WS-BUSCA-NUM PIC 9(7).
       01  WS-BUSCA-IMPORTE PIC 9(15)V99.
       01  WS-NOVEDAD PIC X.
       01  WS-TIPO-OPERACION PIC X(2).

       01  WS-CONT-LOTE PIC 9(6) VALUE ZERO.
       01  WS-CONT-ANULACIONES PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-TASA PIC 9(6) VALUE ZERO.
       01  WS-CONT-DIA PIC 9(6) VALUE ZERO.
       01  WS-CONT-REGISTROS PIC 9(7) VALUE ZERO.
       01  WS-CONT-INDIVIDUALES PIC 9(5) VALUE ZERO.
       01  WS-CONT-AGREGADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-COMPONENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-NUEVAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-EUR PIC 9(15)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(13)V99.
       01  WS-IMPORTE-FMT PIC X(20).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GRANDES-OPERACIONES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DECLARA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GRANDES-OPERACIONES".
           CALL "FECHAPROC" USING WS-FECHA-HOY.
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AHORA-HORA FROM TIME

           PERFORM LEE-PARAMETROS THRU LEE-PARAMETROS-FIN

      *    EL LOTE DE LA CORRIDA ENTRA EN EL ALMACEN DEL DIA; SIN
      *    CABECERA NO HAY A QUIEN ATRIBUIRLO, PERO LO YA ALMACENADO
      *    DE OTROS LOTES SE SIGUE DECLARANDO
           PERFORM LEE-CABECERA-LOTE THRU LEE-CABECERA-LOTE-FIN
           IF CABECERA-VISTA
               PERFORM ACTUALIZA-ALMACEN THRU ACTUALIZA-ALMACEN-FIN
               IF WS-RETURN-CODE > 4
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               DISPLAY "LOTE SIN CABECERA DE CONTROL, NO SE AGREGA "
                   "AL ALMACEN DEL DIA"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM CARGA-PRESENTADAS THRU CARGA-PRESENTADAS-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ORIGEN SRT-LOTE SRT-SECUENCIA
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-DECLARACION

           IF WS-DECLARACION-STATUS NOT = "00"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GRABA-ENVIO

           MOVE WS-TOTAL-EUR TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-FECHA-HOY TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LOTE=" CAB-LOTE-ID " OPERACIONES-DIA=" WS-CONT-DIA
               " INDIVIDUALES=" WS-CONT-INDIVIDUALES
               " AGREGADAS=" WS-CONT-AGREGADAS
               " NUEVAS=" WS-CONT-NUEVAS " TOTAL-EUR=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "DECLARACION DE GRANDES OPERACIONES " WS-FECHA-HOY
               ": " WS-CONT-INDIVIDUALES " INDIVIDUALES, "
               WS-CONT-AGREGADAS " AGREGADAS, " WS-CONT-NUEVAS
               " PARTIDAS NUEVAS O CAMBIADAS"

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
           CALL "PARAMLEE" USING "GRANDES-OPERACIONES "
               "UMBRAL-INDIVIDUAL   " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-UMBRAL-INDIVIDUAL =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           MOVE WS-UMBRAL-INDIVIDUAL TO WS-UMBRAL-AGREGADO
           CALL "PARAMLEE" USING "GRANDES-OPERACIONES "
               "UMBRAL-AGREGADO     " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-UMBRAL-AGREGADO =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "GRANDES-OPERACIONES "
               "ENTIDAD             " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               MOVE WS-PARAM-VALOR(1:10) TO WS-ENTIDAD
           ELSE
               DISPLAY "AVISO: ENTIDAD DECLARANTE NO CONFIGURADA EN "
                   "PARAMETROS.DAT, SE DECLARA CON CODIGO A CEROS"
           END-IF.

       LEE-PARAMETROS-FIN.
           EXIT.

       LEE-CABECERA-LOTE.
           OPEN INPUT ACEPTADAS-FILE
           IF WS-ACEPTADAS-STATUS NOT = "00"
               DISPLAY "TRANSACCIONES_OK.DAT NO DISPONIBLE"
               GO TO LEE-CABECERA-LOTE-FIN
           END-IF
           PERFORM LEE-ACEPTADA
           PERFORM UNTIL FIN-ACEPTADAS OR CABECERA-VISTA
               IF ACE-ES-CABECERA
                   MOVE ACEPTADA-RECORD TO LOTE-CABECERA
                   SET CABECERA-VISTA TO TRUE
               END-IF
               PERFORM LEE-ACEPTADA
           END-PERFORM
           CLOSE ACEPTADAS-FILE.

       LEE-CABECERA-LOTE-FIN.
           EXIT.

       LEE-ACEPTADA.
           READ ACEPTADAS-FILE
               AT END
                   SET FIN-ACEPTADAS TO TRUE
           END-READ.

      *    EL ALMACEN SE REGRABA CON LO DE HOY DE OTROS LOTES Y LAS
      *    OPERACIONES DEL LOTE DE LA CORRIDA AL FINAL: UN
      *    RELANZAMIENTO DEL MISMO LOTE NO SE CUENTA DOS VECES
       ACTUALIZA-ALMACEN.
           OPEN OUTPUT DIA-TRABAJO-FILE
           OPEN INPUT DIA-FILE
           IF WS-DIA-STATUS = "00"
               PERFORM LEE-DIA
               PERFORM UNTIL FIN-DIA
                   IF GOD-FECHA = WS-FECHA-HOY
                           AND GOD-LOTE NOT = CAB-LOTE-ID
                       MOVE DIA-RECORD TO DIA-TRABAJO-RECORD
                       WRITE DIA-TRABAJO-RECORD
                   END-IF
                   PERFORM LEE-DIA
               END-PERFORM
               CLOSE DIA-FILE
           END-IF
           CLOSE DIA-TRABAJO-FILE

           OPEN OUTPUT DIA-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "GRANDES_OPERACIONES_DIA.DAT" WS-DIA-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO WS-RETURN-CODE
               GO TO ACTUALIZA-ALMACEN-FIN
           END-IF
           OPEN INPUT DIA-TRABAJO-FILE
           IF WS-TRABAJO-STATUS = "00"
               PERFORM LEE-DIA-TRABAJO
               PERFORM UNTIL FIN-TRABAJO
                   MOVE DIA-TRABAJO-RECORD TO DIA-RECORD
                   WRITE DIA-RECORD
                   PERFORM LEE-DIA-TRABAJO
               END-PERFORM
               CLOSE DIA-TRABAJO-FILE
           END-IF

           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, EL LOTE " CAB-LOTE-ID
                   " NO ENTRA EN LA DECLARACION"
               MOVE 4 TO WS-RETURN-CODE
               CLOSE DIA-FILE
               GO TO ACTUALIZA-ALMACEN-FIN
           END-IF
      *    DEL DIA SOLO ENTRAN LAS OPERACIONES DE ESTE LOTE; LAS DE
      *    OTROS LOTES YA ESTAN EN EL ALMACEN DESDE SU CORRIDA
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIN-HISTORICO
               IF OPH-LOTE-ID = CAB-LOTE-ID
                   PERFORM ALMACENA-OPERACION
                       THRU ALMACENA-OPERACION-FIN
               END-IF
               PERFORM LEE-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE
           CLOSE DIA-FILE
           IF WS-CONT-SIN-TASA > ZERO
               DISPLAY "AVISO: " WS-CONT-SIN-TASA " OPERACIONES SIN "
                   "TASA EN LA HISTORIA, SE DECLARAN CON SU RESULTBASE"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       ACTUALIZA-ALMACEN-FIN.
           EXIT.

       LEE-DIA.
           READ DIA-FILE
               AT END
                   SET FIN-DIA TO TRUE
           END-READ.

       LEE-DIA-TRABAJO.
           READ DIA-TRABAJO-FILE
               AT END
                   SET FIN-TRABAJO TO TRUE
           END-READ.

      *    LAS OPERACIONES DEL DIA EMPIEZAN EN LA PRIMERA CLAVE DE LA
      *    FECHA DE PROCESO Y ACABAN AL CAMBIAR DE FECHA
       POSICIONA-HISTORICO.
           MOVE LOW-VALUES TO OPH-CLAVE
           MOVE WS-FECHA-HOY TO OPH-FECHA
           START HISTORICO-FILE KEY IS >= OPH-CLAVE
               INVALID KEY
                   SET FIN-HISTORICO TO TRUE
           END-START
           IF NOT FIN-HISTORICO
               PERFORM LEE-HISTORICO
           END-IF.

       LEE-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET FIN-HISTORICO TO TRUE
           END-READ
           IF NOT FIN-HISTORICO AND OPH-FECHA NOT = WS-FECHA-HOY
               SET FIN-HISTORICO TO TRUE
           END-IF.

       ALMACENA-OPERACION.
      *    LA SECUENCIA ES EL ORDEN DE LA OPERACION EN EL LOTE,
      *    CONTANDO TAMBIEN LAS ANULACIONES PARA QUE SEA ESTABLE
           ADD 1 TO WS-SECUENCIA
      *    UNA ANULACION DESHACE UNA OPERACION DE OTRO DIA: NO ES
      *    UNA OPERACION NUEVA QUE DECLARAR
           IF OPH-ES-ANULACION
               ADD 1 TO WS-CONT-ANULACIONES
               GO TO ALMACENA-OPERACION-FIN
           END-IF

           MOVE SPACES TO DIA-RECORD
           MOVE WS-FECHA-HOY TO GOD-FECHA
      *    UN LOTE PUEDE LLEVAR PARTIDAS DE VARIOS ORIGINADORES
           IF OPH-ORIGEN = SPACES
               MOVE CAB-ORIGEN TO GOD-ORIGEN
           ELSE
               MOVE OPH-ORIGEN TO GOD-ORIGEN
           END-IF
           MOVE CAB-LOTE-ID TO GOD-LOTE
           MOVE WS-SECUENCIA TO GOD-SECUENCIA
           MOVE OPH-GRUPO TO GOD-GRUPO
           MOVE OPH-DIVISA TO WS-DIVISA
           IF WS-DIVISA = SPACES
               MOVE "EUR" TO WS-DIVISA
           END-IF
           MOVE WS-DIVISA TO GOD-DIVISA
           MOVE OPH-SUCURSAL TO GOD-SUCURSAL
           MOVE OPH-RESULT TO GOD-IMPORTE

           CALL "BUSCA-TASA-FECHA" USING WS-DIVISA WS-FECHA-HOY
               WS-TASA WS-TASA-MARCA
           IF WS-TASA-MARCA = "N"
               ADD 1 TO WS-CONT-SIN-TASA
               MOVE ZERO TO WS-TASA
               MOVE OPH-RESULT-BASE TO WS-IMPORTE-EUR
           ELSE
               COMPUTE WS-IMPORTE-EUR ROUNDED = GOD-IMPORTE * WS-TASA
           END-IF
           MOVE WS-TASA TO GOD-TASA
           MOVE WS-TASA-MARCA TO GOD-MARCA-TASA
      *    EL UMBRAL SE MIDE SOBRE EL IMPORTE ABSOLUTO
           IF WS-IMPORTE-EUR < ZERO
               COMPUTE WS-IMPORTE-EUR = WS-IMPORTE-EUR * -1
           END-IF
           MOVE WS-IMPORTE-EUR TO GOD-IMPORTE-EUR
           WRITE DIA-RECORD
           ADD 1 TO WS-CONT-LOTE.

       ALMACENA-OPERACION-FIN.
           EXIT.

       CARGA-PRESENTADAS.
           OPEN INPUT REGISTRO-FILE
           IF WS-REGISTRO-STATUS NOT = "00"
               GO TO CARGA-PRESENTADAS-FIN
           END-IF
           PERFORM LEE-REGISTRO
           PERFORM UNTIL FIN-REGISTRO
               IF RGD-ES-PARTIDA
                       AND RGD-FECHA-PROCESO = WS-FECHA-HOY
                   MOVE RGD-TIPO-DECLARADO TO WS-BUSCA-TIPO
                   MOVE RGD-ORIGEN TO WS-BUSCA-ORIGEN
                   MOVE RGD-LOTE TO WS-BUSCA-LOTE
                   MOVE RGD-SECUENCIA TO WS-BUSCA-SECUENCIA
                   PERFORM BUSCA-PRESENTADA
                   IF WS-PRE-HALLADA = ZERO AND WS-PRE-TOTAL < 2000
                       ADD 1 TO WS-PRE-TOTAL
                       MOVE WS-PRE-TOTAL TO WS-PRE-HALLADA
                       MOVE WS-BUSCA-CLAVE
                           TO WS-PRE-CLAVE(WS-PRE-HALLADA)
                   END-IF
      *            LA ULTIMA PRESENTACION DE UNA AGREGADA ES LA QUE
      *            VALE PARA COMPARAR
                   IF WS-PRE-HALLADA > ZERO
                       MOVE RGD-NUM-OPERACIONES
                           TO WS-PRE-NUM(WS-PRE-HALLADA)
                       MOVE RGD-IMPORTE-EUR
                           TO WS-PRE-IMPORTE(WS-PRE-HALLADA)
                   END-IF
               END-IF
               PERFORM LEE-REGISTRO
           END-PERFORM
           CLOSE REGISTRO-FILE.

       CARGA-PRESENTADAS-FIN.
           EXIT.

       LEE-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIN-REGISTRO TO TRUE
           END-READ.

       BUSCA-PRESENTADA.
           MOVE ZERO TO WS-PRE-HALLADA
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                   UNTIL WS-PRE-IDX > WS-PRE-TOTAL
                   OR WS-PRE-HALLADA > ZERO
               IF WS-PRE-CLAVE(WS-PRE-IDX) = WS-BUSCA-CLAVE
                   MOVE WS-PRE-IDX TO WS-PRE-HALLADA
               END-IF
           END-PERFORM.

       CARGA-ORDENACION.
           MOVE "N" TO WS-EOF-DIA
           OPEN INPUT DIA-FILE
           IF WS-DIA-STATUS NOT = "00"
               SET FIN-DIA TO TRUE
           END-IF
           PERFORM UNTIL FIN-DIA
               READ DIA-FILE
                   AT END
                       SET FIN-DIA TO TRUE
                   NOT AT END
                       IF GOD-FECHA = WS-FECHA-HOY
                           MOVE DIA-RECORD TO SORT-RECORD
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-CONT-DIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIA-STATUS NOT = "35"
               CLOSE DIA-FILE
           END-IF.

       ESCRIBE-DECLARACION.
           OPEN OUTPUT DECLARACION-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "DECLARACION_GRANDES_OPERACIONES.DAT"
               WS-DECLARACION-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               PERFORM LEE-ORDENADO
               PERFORM UNTIL FIN-SORT
                   PERFORM LEE-ORDENADO
               END-PERFORM
           ELSE
               OPEN EXTEND REGISTRO-FILE
               IF WS-REGISTRO-STATUS NOT = "00"
                   OPEN OUTPUT REGISTRO-FILE
               END-IF
               PERFORM ESCRIBE-CABECERA
               PERFORM LEE-ORDENADO
               PERFORM UNTIL FIN-SORT
                   IF PRIMER-REGISTRO
                       MOVE SRT-ORIGEN TO WS-ORIGEN-ANTERIOR
                       MOVE "N" TO WS-PRIMER-REGISTRO
                   END-IF
                   IF SRT-ORIGEN NOT = WS-ORIGEN-ANTERIOR
                       PERFORM CORTE-ORIGEN
                   END-IF
                   IF SRT-IMPORTE-EUR NOT < WS-UMBRAL-INDIVIDUAL
                       MOVE "02" TO WS-TIPO-OPERACION
                       PERFORM ESCRIBE-OPERACION
                       ADD 1 TO WS-CONT-INDIVIDUALES
                       ADD SRT-IMPORTE-EUR TO WS-TOTAL-EUR
                   ELSE
                       PERFORM GUARDA-COMPONENTE
                   END-IF
                   PERFORM LEE-ORDENADO
               END-PERFORM
               IF NOT PRIMER-REGISTRO
                   PERFORM CORTE-ORIGEN
               END-IF
               PERFORM ESCRIBE-TRAILER
               CLOSE REGISTRO-FILE
               CLOSE DECLARACION-FILE
           END-IF.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       ESCRIBE-CABECERA.
           MOVE SPACES TO DCL-CABECERA
           MOVE "01" TO DCC-TIPO
           MOVE WS-ENTIDAD TO DCC-ENTIDAD
           MOVE WS-FECHA-HOY TO DCC-FECHA-PROCESO
           MOVE WS-AHORA-FECHA TO DCC-FECHA-GENERACION
           MOVE WS-AHORA-HORA(1:6) TO DCC-HORA-GENERACION
           MOVE "EUR" TO DCC-MONEDA
           MOVE WS-UMBRAL-INDIVIDUAL TO DCC-UMBRAL-INDIVIDUAL
           MOVE WS-UMBRAL-AGREGADO TO DCC-UMBRAL-AGREGADO
           WRITE DCL-CABECERA
           ADD 1 TO WS-CONT-REGISTROS.

      *    LAS MENORES SE GUARDAN HASTA EL CAMBIO DE ORIGINADOR, QUE
      *    ES CUANDO SE SABE SI JUNTAS ALCANZAN EL UMBRAL AGREGADO
       GUARDA-COMPONENTE.
           ADD 1 TO WS-COMP-CONT
           ADD SRT-IMPORTE-EUR TO WS-COMP-SUMA
           IF WS-COMP-TOTAL < 500
               ADD 1 TO WS-COMP-TOTAL
               MOVE SORT-RECORD TO WS-COMP(WS-COMP-TOTAL)
           ELSE
               ADD 1 TO WS-COMP-DESCARTADAS
           END-IF.

       CORTE-ORIGEN.
           IF WS-COMP-CONT > 1
                   AND WS-COMP-SUMA NOT < WS-UMBRAL-AGREGADO
               MOVE SPACES TO DCL-AGREGADA
               MOVE "03" TO DCA-TIPO
               MOVE WS-ORIGEN-ANTERIOR TO DCA-ORIGEN
               MOVE WS-FECHA-HOY TO DCA-FECHA
               MOVE WS-COMP-CONT TO DCA-NUM-OPERACIONES
               MOVE WS-COMP-SUMA TO DCA-IMPORTE-EUR
               MOVE "03" TO WS-BUSCA-TIPO
               MOVE WS-ORIGEN-ANTERIOR TO WS-BUSCA-ORIGEN
               MOVE SPACES TO WS-BUSCA-LOTE
               MOVE ZERO TO WS-BUSCA-SECUENCIA
               MOVE WS-COMP-CONT TO WS-BUSCA-NUM
               MOVE WS-COMP-SUMA TO WS-BUSCA-IMPORTE
               PERFORM DETERMINA-NOVEDAD
               MOVE WS-NOVEDAD TO DCA-NOVEDAD
               WRITE DCL-AGREGADA
               ADD 1 TO WS-CONT-REGISTROS
               ADD 1 TO WS-CONT-AGREGADAS
               ADD WS-COMP-SUMA TO WS-TOTAL-EUR
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > WS-COMP-TOTAL
                   MOVE WS-COMP(WS-COMP-IDX) TO SORT-RECORD
                   MOVE "04" TO WS-TIPO-OPERACION
                   PERFORM ESCRIBE-OPERACION
                   ADD 1 TO WS-CONT-COMPONENTES
               END-PERFORM
               IF WS-COMP-DESCARTADAS > ZERO
                   DISPLAY "AVISO: LA AGREGADA DE " WS-ORIGEN-ANTERIOR
                       " LLEVA " WS-COMP-DESCARTADAS
                       " OPERACIONES SIN DETALLE (TABLA LLENA)"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE ZERO TO WS-COMP-TOTAL WS-COMP-CONT WS-COMP-SUMA
               WS-COMP-DESCARTADAS
           MOVE SRT-ORIGEN TO WS-ORIGEN-ANTERIOR.

       ESCRIBE-OPERACION.
           MOVE SPACES TO DCL-OPERACION
           MOVE WS-TIPO-OPERACION TO DCO-TIPO
           MOVE SRT-ORIGEN TO DCO-ORIGEN
           MOVE SRT-FECHA TO DCO-FECHA
           MOVE SRT-LOTE TO DCO-LOTE
           MOVE SRT-SECUENCIA TO DCO-SECUENCIA
           MOVE SRT-GRUPO TO DCO-GRUPO
           MOVE SRT-SUCURSAL TO DCO-SUCURSAL
           MOVE SRT-DIVISA TO DCO-DIVISA
           MOVE SRT-IMPORTE TO DCO-IMPORTE
           MOVE SRT-TASA TO DCO-TASA
           MOVE SRT-IMPORTE-EUR TO DCO-IMPORTE-EUR
           MOVE DCO-TIPO TO WS-BUSCA-TIPO
           MOVE SRT-ORIGEN TO WS-BUSCA-ORIGEN
           MOVE SRT-LOTE TO WS-BUSCA-LOTE
           MOVE SRT-SECUENCIA TO WS-BUSCA-SECUENCIA
           MOVE 1 TO WS-BUSCA-NUM
           MOVE SRT-IMPORTE-EUR TO WS-BUSCA-IMPORTE
           PERFORM DETERMINA-NOVEDAD
           MOVE WS-NOVEDAD TO DCO-NOVEDAD
           WRITE DCL-OPERACION
           ADD 1 TO WS-CONT-REGISTROS.

      *    NUEVA O CAMBIADA SE ANOTA EN EL REGISTRO CON LA FECHA Y
      *    HORA DE ESTA PRESENTACION; REPETIDA NO
       DETERMINA-NOVEDAD.
           PERFORM BUSCA-PRESENTADA
           IF WS-PRE-HALLADA = ZERO
               MOVE "N" TO WS-NOVEDAD
           ELSE
               IF WS-PRE-NUM(WS-PRE-HALLADA) = WS-BUSCA-NUM
                       AND WS-PRE-IMPORTE(WS-PRE-HALLADA)
                       = WS-BUSCA-IMPORTE
                   MOVE "R" TO WS-NOVEDAD
               ELSE
                   MOVE "M" TO WS-NOVEDAD
               END-IF
           END-IF
           IF WS-NOVEDAD NOT = "R"
               ADD 1 TO WS-CONT-NUEVAS
               MOVE SPACES TO REGISTRO-DECLARACION
               MOVE "P" TO RGD-TIPO-REGISTRO
               MOVE WS-FECHA-HOY TO RGD-FECHA-PROCESO
               MOVE WS-AHORA-FECHA TO RGD-FECHA-ENVIO
               MOVE WS-AHORA-HORA(1:6) TO RGD-HORA-ENVIO
               MOVE WS-BUSCA-TIPO TO RGD-TIPO-DECLARADO
               MOVE WS-BUSCA-ORIGEN TO RGD-ORIGEN
               MOVE WS-BUSCA-LOTE TO RGD-LOTE
               MOVE WS-BUSCA-SECUENCIA TO RGD-SECUENCIA
               MOVE WS-BUSCA-NUM TO RGD-NUM-OPERACIONES
               MOVE WS-BUSCA-IMPORTE TO RGD-IMPORTE-EUR
               MOVE WS-NOVEDAD TO RGD-NOVEDAD
               WRITE REGISTRO-DECLARACION
           END-IF.

       ESCRIBE-TRAILER.
           ADD 1 TO WS-CONT-REGISTROS
           MOVE SPACES TO DCL-TRAILER
           MOVE "99" TO DCT-TIPO
           MOVE WS-ENTIDAD TO DCT-ENTIDAD
           MOVE WS-FECHA-HOY TO DCT-FECHA-PROCESO
           MOVE WS-CONT-REGISTROS TO DCT-NUM-REGISTROS
           MOVE WS-CONT-INDIVIDUALES TO DCT-NUM-INDIVIDUALES
           MOVE WS-CONT-AGREGADAS TO DCT-NUM-AGREGADAS
           MOVE WS-CONT-COMPONENTES TO DCT-NUM-COMPONENTES
           MOVE WS-TOTAL-EUR TO DCT-TOTAL-EUR
           WRITE DCL-TRAILER.

       GRABA-ENVIO.
           OPEN EXTEND REGISTRO-FILE
           IF WS-REGISTRO-STATUS NOT = "00"
               OPEN OUTPUT REGISTRO-FILE
           END-IF
           MOVE SPACES TO REGISTRO-DECLARACION
           MOVE "E" TO RGD-TIPO-REGISTRO
           MOVE WS-FECHA-HOY TO RGD-FECHA-PROCESO
           MOVE WS-AHORA-FECHA TO RGD-FECHA-ENVIO
           MOVE WS-AHORA-HORA(1:6) TO RGD-HORA-ENVIO
           MOVE "99" TO RGD-TIPO-DECLARADO
           MOVE WS-ENTIDAD TO RGD-ORIGEN
           MOVE ZERO TO RGD-SECUENCIA
           MOVE WS-CONT-REGISTROS TO RGD-NUM-OPERACIONES
           MOVE WS-TOTAL-EUR TO RGD-IMPORTE-EUR
           MOVE SPACES TO RGD-NOVEDAD
           WRITE REGISTRO-DECLARACION
           CLOSE REGISTRO-FILE.

       END PROGRAM GRANDES-OPERACIONES.
