      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion neta por originador. Tesoreria liquida
      *          con cada remitente por neto y hasta hoy lo montaba a
      *          mano en una hoja de calculo a partir de
      *          OPERACIONES.CSV y COMISIONES_GRUPO.DAT. Este paso de
      *          fin de jornada toma el lote de la corrida de la
      *          cabecera de TRANSACCIONES_OK.DAT, acumula el
      *          RESULT de las operaciones del lote grabadas en el
      *          historico OPERACIONES_HISTORICO.DAT (COPY OPHISREC)
      *          por originador de cada operacion (el lote puede
      *          traer partidas de otros originadores: vencimientos de
      *          ordenes permanentes, liberadas del almacen o de la
      *          retencion), grupo y divisa separando las
      *          anulaciones (que ya llegan con el signo invertido),
      *          descuenta las comisiones devengadas del grupo y
      *          originador en la fecha de proceso (en moneda base,
      *          con su IVA repercutido, que es lo que el mayor carga
      *          en la cuenta de comision del grupo) y graba el
      *          fichero de salida LIQUIDACION_NETA.DAT: cabecera, un
      *          detalle por originador, grupo y divisa, una
      *          instruccion de liquidacion por originador con el
      *          neto en moneda base y un trailer con los totales de
      *          control. El informe
      *          INFORME_LIQUIDACION.TXT desglosa la liquidacion y la
      *          coteja contra lo que INTERFAZ-CONTABLE acaba de
      *          grabar en ASIENTOS_CONTABLES.DAT (cuentas derivadas
      *          de operacion y cuentas de comision); una diferencia
      *          deja RC=4 para que nadie envie a tesoreria un neto
      *          que no casa con el mayor.
      *          Neto positivo = importe a abonar al originador;
      *          neto negativo = importe a cobrarle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-NETA.

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

           SELECT COMISIONES-FILE ASSIGN TO "COMISIONES_GRUPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMISIONES-STATUS.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENTOS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTOS-STATUS.

           SELECT ORIGENES-FILE ASSIGN TO "ORIGENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CODIGO
               FILE STATUS IS WS-ORIGENES-STATUS.

           SELECT LIQUIDACION-FILE ASSIGN TO "LIQUIDACION_NETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACION-STATUS.

           SELECT LIQUIDACION-REPORT
               ASSIGN TO "INFORME_LIQUIDACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  COMISIONES-FILE.
       01  COMISION-RECORD.
           05  COM-FECHA PIC 9(8).
           05  COM-GRUPO PIC X(7).
           05  COM-CONT-OPERACIONES PIC 9(6).
           05  COM-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-ORIGEN PIC X(10).
           05  COM-PORCENTAJE-IVA PIC 9(2)V99.
           05  COM-EXENTO-IVA PIC X.
           05  COM-IVA PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  COM-SUCURSAL PIC X(4).

       FD  ASIENTOS-FILE.
       01  ASIENTO-RECORD.
           05  ASI-TIPO PIC X.
               88  ASI-ES-DETALLE VALUE "D".
           05  ASI-FECHA PIC 9(8).
           05  ASI-CUENTA PIC X(10).
           05  ASI-DEBE-HABER PIC X.
           05  ASI-IMPORTE PIC X(10).
           05  ASI-GRUPO PIC X(7).

       FD  ORIGENES-FILE.
       01  ORIGEN-RECORD.
           05  ORG-CODIGO PIC X(10).
           05  ORG-NOMBRE PIC X(30).
           05  ORG-CONTACTO PIC X(30).
           05  ORG-ACTIVO PIC X.
           05  ORG-FECHA-ACTUALIZACION PIC 9(8).

      *    FICHERO DE SALIDA A TESORERIA: CABECERA "H" CON EL
      *    ORIGINADOR DEL LOTE, DETALLES "D" POR ORIGINADOR, GRUPO Y
      *    DIVISA, UNA INSTRUCCION "I" TRAS LOS DETALLES DE CADA
      *    ORIGINADOR Y TRAILER "T" DE CONTROL. LOS IMPORTES DEL
      *    DETALLE VAN EN LA DIVISA DEL GRUPO; EL NETO BASE, LA
      *    INSTRUCCION Y EL TRAILER EN MONEDA BASE.
       FD  LIQUIDACION-FILE.
       01  LIQ-CABECERA.
           05  LQC-TIPO PIC X.
           05  LQC-FECHA PIC 9(8).
           05  LQC-ORIGEN PIC X(10).
           05  LQC-LOTE-ID PIC X(8).
           05  FILLER PIC X(63).
       01  LIQ-DETALLE.
           05  LQD-TIPO PIC X.
           05  LQD-ORIGEN PIC X(10).
           05  LQD-GRUPO PIC X(7).
           05  LQD-DIVISA PIC X(3).
           05  LQD-CONT-OPERACIONES PIC 9(6).
           05  LQD-BRUTO PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  LQD-ANULADO PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  LQD-COMISION PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  LQD-NETO PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  LQD-NETO-BASE PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
       01  LIQ-INSTRUCCION.
           05  LQI-TIPO PIC X.
           05  LQI-ORIGEN PIC X(10).
           05  LQI-FECHA-LIQUIDACION PIC 9(8).
           05  LQI-SENTIDO PIC X.
               88  LQI-ABONAR VALUE "A".
               88  LQI-COBRAR VALUE "C".
           05  LQI-IMPORTE PIC 9(9)V99.
           05  LQI-DIVISA PIC X(3).
           05  LQI-CONT-DETALLES PIC 9(4).
           05  FILLER PIC X(56).
       01  LIQ-TRAILER.
           05  LQT-TIPO PIC X.
           05  LQT-CONT-REGISTROS PIC 9(6).
           05  LQT-CONT-INSTRUCCIONES PIC 9(4).
           05  LQT-TOTAL-BRUTO PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  LQT-TOTAL-ANULADO PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           05  LQT-TOTAL-COMISION PIC S9(9)V99
               SIGN IS TRAILING SEPARATE.
           05  LQT-TOTAL-NETO PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  FILLER PIC X(24).

       FD  LIQUIDACION-REPORT.
       01  LIQUIDACION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACEPTADAS-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-COMISIONES-STATUS PIC XX.
       01  WS-ASIENTOS-STATUS PIC XX.
       01  WS-ORIGENES-STATUS PIC XX.
       01  WS-LIQUIDACION-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-EOF-ACEPTADAS PIC X VALUE "N".
           88  FIN-ACEPTADAS VALUE "Y".
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-COMISIONES PIC X VALUE "N".
           88  FIN-COMISIONES VALUE "Y".
       01  WS-EOF-ASIENTOS PIC X VALUE "N".
           88  FIN-ASIENTOS VALUE "Y".

       COPY TRANSLOT.
       01  WS-CAB-VISTA PIC X VALUE "N".
           88  CABECERA-VISTA VALUE "Y".
       01  WS-NOMBRE-ORIGEN PIC X(30) VALUE SPACES.

       01  WS-RESULT PIC S9(7)V99.
       01  WS-RESULT-BASE PIC S9(7)V99.

      *    ACUMULADO DE LA LIQUIDACION POR ORIGINADOR, GRUPO Y
      *    DIVISA, MANTENIDO EN ORDEN DE CLAVE PARA QUE FICHERO E
      *    INFORME SALGAN ORDENADOS. LA COMISION SE DEVENGA EN
      *    MONEDA BASE Y VA A LA FILA DEL GRUPO EN MONEDA BASE.
       01  WS-LIQ-TABLA.
           05  WS-LIQ-ENT OCCURS 200 TIMES.
               10  WS-LIQ-CLAVE.
                   15  WS-LIQ-ORIGEN PIC X(10).
                   15  WS-LIQ-GRUPO PIC X(7).
                   15  WS-LIQ-DIVISA PIC X(3).
               10  WS-LIQ-CONT PIC 9(6).
               10  WS-LIQ-BRUTO PIC S9(9)V99.
               10  WS-LIQ-ANULADO PIC S9(9)V99.
               10  WS-LIQ-BRUTO-BASE PIC S9(9)V99.
               10  WS-LIQ-ANULADO-BASE PIC S9(9)V99.
               10  WS-LIQ-COMISION PIC S9(9)V99.
       01  WS-LIQ-USADAS PIC 9(3) VALUE ZERO.
       01  WS-LIQ-IDX PIC 9(3).
       01  WS-LIQ-POS PIC 9(3).
       01  WS-LIQ-DESPLAZA PIC 9(3).
       01  WS-BUSCA-CLAVE.
           05  WS-BUSCA-ORIGEN PIC X(10).
           05  WS-BUSCA-GRUPO PIC X(7).
           05  WS-BUSCA-DIVISA PIC X(3).
       01  WS-DIVISA-BASE PIC X(3) VALUE "EUR".
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-NETO PIC S9(9)V99.
       01  WS-NETO-BASE PIC S9(9)V99.
      *    CORTE POR ORIGINADOR: UNA INSTRUCCION POR CADA UNO
       01  WS-ORIGEN-EN-CURSO PIC X(10).
       01  WS-NETO-ORIGEN PIC S9(9)V99.
       01  WS-CONT-DET-ORIGEN PIC 9(4).
       01  WS-CONT-INSTRUCCIONES PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-BRUTO PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ANULADO PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-COMISION PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-NETO PIC S9(9)V99 VALUE ZERO.
       01  WS-CONT-OPERACIONES PIC 9(6) VALUE ZERO.
       01  WS-CONT-ANULACIONES PIC 9(6) VALUE ZERO.
       01  WS-CONT-REGISTROS PIC 9(6) VALUE ZERO.

      *    COTEJO CONTRA LA INTERFAZ CONTABLE DEL DIA: SALDO DEBE
      *    MENOS HABER DE LAS CUENTAS DERIVADAS DE OPERACION Y DE LAS
      *    DE COMISION; LO DESVIADO A LA CUENTA DE EXCEPCION NO SE
      *    PUEDE ATRIBUIR Y SE MUESTRA APARTE
       01  WS-HAY-INTERFAZ PIC X VALUE "N".
           88  HAY-INTERFAZ VALUE "Y".
       01  WS-GL-OPERACIONES PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-COMISIONES PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-DESVIADO PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-IMPORTE PIC S9(9)V99.
       01  WS-CUENTA-EXCEPCION PIC X(10) VALUE "EXCEP-CTAS".
       01  WS-LIQ-OPERACIONES PIC S9(9)V99.
       01  WS-DIFERENCIA PIC S9(9)V99.
       01  WS-CONT-DIFERENCIAS PIC 9 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-BRUTO-FMT PIC X(18).
       01  WS-ANULADO-FMT PIC X(18).
       01  WS-COMISION-FMT PIC X(18).
       01  WS-FECHA-HOY PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "LIQUIDACION-NETA".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "LIQUIDA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "LIQUIDACION-NETA".
           CALL "FECHAPROC" USING WS-FECHA-HOY.

      *    LA CABECERA DICE QUE LOTE SE LIQUIDA; CADA OPERACION SE
      *    LIQUIDA A SU ORIGINADOR, QUE NO TIENE QUE SER EL DEL LOTE
           PERFORM LEE-CABECERA-LOTE THRU LEE-CABECERA-LOTE-FIN
           IF NOT CABECERA-VISTA
               DISPLAY "LOTE SIN CABECERA DE CONTROL, NO SE EMITE "
                   "LIQUIDACION"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE EMITE LIQUIDACION"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIN-HISTORICO OR TABLA-LLENA
               IF OPH-LOTE-ID = CAB-LOTE-ID
                   PERFORM ACUMULA-OPERACION
                       THRU ACUMULA-OPERACION-FIN
               END-IF
               PERFORM LEE-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE

           IF NOT TABLA-LLENA
               PERFORM ACUMULA-COMISIONES THRU ACUMULA-COMISIONES-FIN
           END-IF

      *    UNA LIQUIDACION INCOMPLETA ES PEOR QUE NINGUNA: SI NO
      *    CABEN TODOS LOS GRUPOS NO SE ENVIA NADA A TESORERIA
           IF TABLA-LLENA
               DISPLAY "ERROR: MAS DE 200 COMBINACIONES ORIGINADOR/"
                   "GRUPO/DIVISA, NO SE EMITE LIQUIDACION"
               MOVE "LIQUIDACION NO EMITIDA: TABLA DE GRUPOS LLENA"
                   TO WS-AUDIT-DETALLE
               MOVE CAB-ORIGEN TO WS-AUDIT-CLAVE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CAB-ORIGEN TO WS-ORIGEN-EN-CURSO
           PERFORM BUSCA-NOMBRE-ORIGEN
           PERFORM GRABA-LIQUIDACION
           PERFORM CARGA-INTERFAZ-CONTABLE
               THRU CARGA-INTERFAZ-CONTABLE-FIN
           PERFORM ESCRIBE-INFORME-LIQUIDACION

           MOVE CAB-ORIGEN TO WS-AUDIT-CLAVE
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LOTE=" CAB-LOTE-ID " GRUPOS=" WS-LIQ-USADAS
               " ORIGINADORES=" WS-CONT-INSTRUCCIONES
               " NETO=" WS-IMPORTE-FMT
               " DIFERENCIAS-GL=" WS-CONT-DIFERENCIAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "LIQUIDACION NETA EMITIDA: LOTE=" CAB-LOTE-ID
               " ORIGINADORES=" WS-CONT-INSTRUCCIONES
               " NETO=" WS-IMPORTE-FMT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

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

       ACUMULA-OPERACION.
           MOVE OPH-RESULT TO WS-RESULT
           MOVE OPH-RESULT-BASE TO WS-RESULT-BASE

           MOVE OPH-ORIGEN TO WS-BUSCA-ORIGEN
           IF WS-BUSCA-ORIGEN = SPACES
               MOVE CAB-ORIGEN TO WS-BUSCA-ORIGEN
           END-IF
           MOVE OPH-GRUPO TO WS-BUSCA-GRUPO
           MOVE OPH-DIVISA TO WS-BUSCA-DIVISA
           IF WS-BUSCA-DIVISA = SPACES
               MOVE WS-DIVISA-BASE TO WS-BUSCA-DIVISA
           END-IF
           PERFORM LOCALIZA-FILA THRU LOCALIZA-FILA-FIN
           IF TABLA-LLENA
               GO TO ACUMULA-OPERACION-FIN
           END-IF

           ADD 1 TO WS-LIQ-CONT(WS-LIQ-POS)
           ADD 1 TO WS-CONT-OPERACIONES
      *    LA ANULACION LLEVA LA FECHA DE LA ORIGINAL Y EL SIGNO YA
      *    INVERTIDO: SE SUMA TAL CUAL, PERO EN SU PROPIA COLUMNA
      *    PARA QUE EL ORIGINADOR LA VEA
           IF OPH-ES-ANULACION
               ADD 1 TO WS-CONT-ANULACIONES
               ADD WS-RESULT TO WS-LIQ-ANULADO(WS-LIQ-POS)
               ADD WS-RESULT-BASE TO WS-LIQ-ANULADO-BASE(WS-LIQ-POS)
           ELSE
               ADD WS-RESULT TO WS-LIQ-BRUTO(WS-LIQ-POS)
               ADD WS-RESULT-BASE TO WS-LIQ-BRUTO-BASE(WS-LIQ-POS)
           END-IF.

       ACUMULA-OPERACION-FIN.
           EXIT.

       LOCALIZA-FILA.
      *    BUSCA LA CLAVE ORIGINADOR/GRUPO/DIVISA; SI NO ESTA, LA
      *    INSERTA EN SU SITIO DESPLAZANDO HACIA ABAJO LAS MAYORES
           MOVE ZERO TO WS-LIQ-POS
           PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                   UNTIL WS-LIQ-IDX > WS-LIQ-USADAS
                   OR WS-LIQ-POS > ZERO
               IF WS-LIQ-CLAVE(WS-LIQ-IDX) NOT < WS-BUSCA-CLAVE
                   MOVE WS-LIQ-IDX TO WS-LIQ-POS
               END-IF
           END-PERFORM
           IF WS-LIQ-POS > ZERO
               IF WS-LIQ-CLAVE(WS-LIQ-POS) = WS-BUSCA-CLAVE
                   GO TO LOCALIZA-FILA-FIN
               END-IF
           END-IF
           IF WS-LIQ-USADAS NOT < 200
               SET TABLA-LLENA TO TRUE
               GO TO LOCALIZA-FILA-FIN
           END-IF
           IF WS-LIQ-POS = ZERO
               ADD 1 TO WS-LIQ-USADAS
               MOVE WS-LIQ-USADAS TO WS-LIQ-POS
           ELSE
               PERFORM VARYING WS-LIQ-DESPLAZA FROM WS-LIQ-USADAS
                       BY -1 UNTIL WS-LIQ-DESPLAZA < WS-LIQ-POS
                   MOVE WS-LIQ-ENT(WS-LIQ-DESPLAZA)
                       TO WS-LIQ-ENT(WS-LIQ-DESPLAZA + 1)
               END-PERFORM
               ADD 1 TO WS-LIQ-USADAS
           END-IF
           MOVE WS-BUSCA-CLAVE TO WS-LIQ-CLAVE(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-CONT(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-BRUTO(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-ANULADO(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-BRUTO-BASE(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-ANULADO-BASE(WS-LIQ-POS)
           MOVE ZERO TO WS-LIQ-COMISION(WS-LIQ-POS).

       LOCALIZA-FILA-FIN.
           EXIT.

       ACUMULA-COMISIONES.
      *    SOLO LAS COMISIONES DEVENGADAS EN LA FECHA DE PROCESO;
      *    SIN FICHERO LA LIQUIDACION SALE SIN DESCUENTO, COMO EL
      *    ACUSE DE LOTE
           OPEN INPUT COMISIONES-FILE
           IF WS-COMISIONES-STATUS NOT = "00"
               GO TO ACUMULA-COMISIONES-FIN
           END-IF
           PERFORM LEE-COMISION
           PERFORM UNTIL FIN-COMISIONES OR TABLA-LLENA
               IF COM-IMPORTE NUMERIC AND COM-IMPORTE NOT = ZERO
                       AND COM-FECHA = WS-FECHA-HOY
                   MOVE COM-ORIGEN TO WS-BUSCA-ORIGEN
                   IF WS-BUSCA-ORIGEN = SPACES
                       MOVE CAB-ORIGEN TO WS-BUSCA-ORIGEN
                   END-IF
                   MOVE COM-GRUPO TO WS-BUSCA-GRUPO
                   MOVE WS-DIVISA-BASE TO WS-BUSCA-DIVISA
                   PERFORM LOCALIZA-FILA THRU LOCALIZA-FILA-FIN
                   IF NOT TABLA-LLENA
                       ADD COM-IMPORTE TO WS-LIQ-COMISION(WS-LIQ-POS)
                       IF COM-IVA NUMERIC
                           ADD COM-IVA
                               TO WS-LIQ-COMISION(WS-LIQ-POS)
                       END-IF
                   END-IF
               END-IF
               PERFORM LEE-COMISION
           END-PERFORM
           CLOSE COMISIONES-FILE.

       ACUMULA-COMISIONES-FIN.
           EXIT.

       LEE-COMISION.
           READ COMISIONES-FILE
               AT END
                   SET FIN-COMISIONES TO TRUE
           END-READ.

       BUSCA-NOMBRE-ORIGEN.
           MOVE SPACES TO WS-NOMBRE-ORIGEN
           OPEN INPUT ORIGENES-FILE
           IF WS-ORIGENES-STATUS = "00"
               MOVE WS-ORIGEN-EN-CURSO TO ORG-CODIGO
               READ ORIGENES-FILE
                   NOT INVALID KEY
                       MOVE ORG-NOMBRE TO WS-NOMBRE-ORIGEN
               END-READ
               CLOSE ORIGENES-FILE
           END-IF.

       GRABA-LIQUIDACION.
      *    SE REGENERA ENTERO EN CADA CORRIDA, COMO EL FICHERO DE
      *    INTERFAZ CONTABLE: UN RELANZAMIENTO NO DUPLICA EL ENVIO
           OPEN OUTPUT LIQUIDACION-FILE
           MOVE SPACES TO LIQ-CABECERA
           MOVE "H" TO LQC-TIPO
           MOVE WS-FECHA-HOY TO LQC-FECHA
           MOVE CAB-ORIGEN TO LQC-ORIGEN
           MOVE CAB-LOTE-ID TO LQC-LOTE-ID
           WRITE LIQ-CABECERA

      *    LA TABLA VA EN ORDEN DE ORIGINADOR: AL CAMBIAR SE EMITE LA
      *    INSTRUCCION DEL ANTERIOR. UN LOTE SIN OPERACIONES SALE CON
      *    LA INSTRUCCION A CERO DEL ORIGINADOR DE LA CABECERA.
           MOVE CAB-ORIGEN TO WS-ORIGEN-EN-CURSO
           MOVE ZERO TO WS-NETO-ORIGEN
           MOVE ZERO TO WS-CONT-DET-ORIGEN
           PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                   UNTIL WS-LIQ-IDX > WS-LIQ-USADAS
               IF WS-LIQ-ORIGEN(WS-LIQ-IDX) NOT = WS-ORIGEN-EN-CURSO
                   IF WS-CONT-DET-ORIGEN > ZERO
                       PERFORM GRABA-INSTRUCCION
                   END-IF
                   MOVE WS-LIQ-ORIGEN(WS-LIQ-IDX) TO WS-ORIGEN-EN-CURSO
                   MOVE ZERO TO WS-NETO-ORIGEN
                   MOVE ZERO TO WS-CONT-DET-ORIGEN
               END-IF
               PERFORM GRABA-DETALLE-LIQUIDACION
           END-PERFORM
           IF WS-CONT-DET-ORIGEN > ZERO OR WS-CONT-INSTRUCCIONES = ZERO
               PERFORM GRABA-INSTRUCCION
           END-IF

           MOVE SPACES TO LIQ-TRAILER
           MOVE "T" TO LQT-TIPO
           MOVE WS-CONT-REGISTROS TO LQT-CONT-REGISTROS
           MOVE WS-CONT-INSTRUCCIONES TO LQT-CONT-INSTRUCCIONES
           MOVE WS-TOTAL-BRUTO TO LQT-TOTAL-BRUTO
           MOVE WS-TOTAL-ANULADO TO LQT-TOTAL-ANULADO
           MOVE WS-TOTAL-COMISION TO LQT-TOTAL-COMISION
           MOVE WS-TOTAL-NETO TO LQT-TOTAL-NETO
           WRITE LIQ-TRAILER
           CLOSE LIQUIDACION-FILE.

       GRABA-DETALLE-LIQUIDACION.
           COMPUTE WS-NETO = WS-LIQ-BRUTO(WS-LIQ-IDX)
               + WS-LIQ-ANULADO(WS-LIQ-IDX)
               - WS-LIQ-COMISION(WS-LIQ-IDX)
           COMPUTE WS-NETO-BASE = WS-LIQ-BRUTO-BASE(WS-LIQ-IDX)
               + WS-LIQ-ANULADO-BASE(WS-LIQ-IDX)
               - WS-LIQ-COMISION(WS-LIQ-IDX)
           MOVE SPACES TO LIQ-DETALLE
           MOVE "D" TO LQD-TIPO
           MOVE WS-LIQ-ORIGEN(WS-LIQ-IDX) TO LQD-ORIGEN
           MOVE WS-LIQ-GRUPO(WS-LIQ-IDX) TO LQD-GRUPO
           MOVE WS-LIQ-DIVISA(WS-LIQ-IDX) TO LQD-DIVISA
           MOVE WS-LIQ-CONT(WS-LIQ-IDX) TO LQD-CONT-OPERACIONES
           MOVE WS-LIQ-BRUTO(WS-LIQ-IDX) TO LQD-BRUTO
           MOVE WS-LIQ-ANULADO(WS-LIQ-IDX) TO LQD-ANULADO
           MOVE WS-LIQ-COMISION(WS-LIQ-IDX) TO LQD-COMISION
           MOVE WS-NETO TO LQD-NETO
           MOVE WS-NETO-BASE TO LQD-NETO-BASE
           WRITE LIQ-DETALLE
           ADD 1 TO WS-CONT-REGISTROS
           ADD WS-LIQ-BRUTO-BASE(WS-LIQ-IDX) TO WS-TOTAL-BRUTO
           ADD WS-LIQ-ANULADO-BASE(WS-LIQ-IDX) TO WS-TOTAL-ANULADO
           ADD WS-LIQ-COMISION(WS-LIQ-IDX) TO WS-TOTAL-COMISION
           ADD WS-NETO-BASE TO WS-TOTAL-NETO
           ADD WS-NETO-BASE TO WS-NETO-ORIGEN
           ADD 1 TO WS-CONT-DET-ORIGEN.

       GRABA-INSTRUCCION.
           MOVE SPACES TO LIQ-INSTRUCCION
           MOVE "I" TO LQI-TIPO
           MOVE WS-ORIGEN-EN-CURSO TO LQI-ORIGEN
           MOVE WS-FECHA-HOY TO LQI-FECHA-LIQUIDACION
           IF WS-NETO-ORIGEN < ZERO
               SET LQI-COBRAR TO TRUE
               COMPUTE LQI-IMPORTE = WS-NETO-ORIGEN * -1
           ELSE
               SET LQI-ABONAR TO TRUE
               MOVE WS-NETO-ORIGEN TO LQI-IMPORTE
           END-IF
           MOVE WS-DIVISA-BASE TO LQI-DIVISA
           MOVE WS-CONT-DET-ORIGEN TO LQI-CONT-DETALLES
           WRITE LIQ-INSTRUCCION
           ADD 1 TO WS-CONT-REGISTROS
           ADD 1 TO WS-CONT-INSTRUCCIONES.

       CARGA-INTERFAZ-CONTABLE.
           OPEN INPUT ASIENTOS-FILE
           IF WS-ASIENTOS-STATUS NOT = "00"
               GO TO CARGA-INTERFAZ-CONTABLE-FIN
           END-IF
           SET HAY-INTERFAZ TO TRUE
           PERFORM LEE-ASIENTO
           PERFORM UNTIL FIN-ASIENTOS
               IF ASI-ES-DETALLE AND ASI-FECHA = WS-FECHA-HOY
                   PERFORM ACUMULA-ASIENTO
               END-IF
               PERFORM LEE-ASIENTO
           END-PERFORM
           CLOSE ASIENTOS-FILE.

       CARGA-INTERFAZ-CONTABLE-FIN.
           EXIT.

       LEE-ASIENTO.
           READ ASIENTOS-FILE
               AT END
                   SET FIN-ASIENTOS TO TRUE
           END-READ.

       ACUMULA-ASIENTO.
           COMPUTE WS-GL-IMPORTE = FUNCTION NUMVAL(ASI-IMPORTE)
           IF ASI-DEBE-HABER = "H"
               COMPUTE WS-GL-IMPORTE = WS-GL-IMPORTE * -1
           END-IF
      *    CUENTA DERIVADA = PREFIJO DE OPERACION O DE COMISION MAS
      *    EL GRUPO (VER INTERFAZ-CONTABLE)
           EVALUATE TRUE
               WHEN ASI-CUENTA = WS-CUENTA-EXCEPCION
                   ADD WS-GL-IMPORTE TO WS-GL-DESVIADO
               WHEN ASI-CUENTA(1:3) = "SUM" OR "RES" OR "MUL"
                       OR "DIV" OR "OTR"
                   ADD WS-GL-IMPORTE TO WS-GL-OPERACIONES
               WHEN ASI-CUENTA(1:3) = "COM"
                   ADD WS-GL-IMPORTE TO WS-GL-COMISIONES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBE-INFORME-LIQUIDACION.
           OPEN OUTPUT LIQUIDACION-REPORT
           CALL "RPTHDR" USING "LIQUIDACION-NETA"
               "INFORME_LIQUIDACION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "LIQUIDACION NETA DEL " WS-FECHA-HOY
               " - LOTE DE " CAB-ORIGEN " " WS-NOMBRE-ORIGEN
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "LOTE " CAB-LOTE-ID " OPERACIONES="
               WS-CONT-OPERACIONES " ANULACIONES="
               WS-CONT-ANULACIONES
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "GRUPO   DIV OPER.               BRUTO"
               "            ANULADO           COMISION"
               "               NETO"
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD

      *    MISMO CORTE POR ORIGINADOR QUE EL FICHERO: SUS FILAS Y
      *    DEBAJO SU INSTRUCCION
           MOVE CAB-ORIGEN TO WS-ORIGEN-EN-CURSO
           MOVE ZERO TO WS-NETO-ORIGEN
           MOVE ZERO TO WS-CONT-DET-ORIGEN
           PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                   UNTIL WS-LIQ-IDX > WS-LIQ-USADAS
               IF WS-LIQ-IDX = 1
                       OR WS-LIQ-ORIGEN(WS-LIQ-IDX)
                       NOT = WS-ORIGEN-EN-CURSO
                   IF WS-CONT-DET-ORIGEN > ZERO
                       PERFORM ESCRIBE-INSTRUCCION-INFORME
                   END-IF
                   MOVE WS-LIQ-ORIGEN(WS-LIQ-IDX) TO WS-ORIGEN-EN-CURSO
                   MOVE ZERO TO WS-NETO-ORIGEN
                   MOVE ZERO TO WS-CONT-DET-ORIGEN
                   PERFORM BUSCA-NOMBRE-ORIGEN
                   MOVE SPACES TO LIQUIDACION-REPORT-RECORD
                   STRING "ORIGINADOR " WS-ORIGEN-EN-CURSO " "
                       WS-NOMBRE-ORIGEN
                       DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
                   WRITE LIQUIDACION-REPORT-RECORD
               END-IF
               PERFORM ESCRIBE-LINEA-LIQUIDACION
           END-PERFORM
           PERFORM ESCRIBE-INSTRUCCION-INFORME

           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-BRUTO-FMT
           MOVE WS-TOTAL-ANULADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-ANULADO-FMT
           MOVE WS-TOTAL-COMISION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-COMISION-FMT
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "TOTAL EN MONEDA BASE (" WS-DIVISA-BASE ")"
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "  BRUTO=" WS-BRUTO-FMT " ANULADO=" WS-ANULADO-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "  COMISION=" WS-COMISION-FMT
               " NETO=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD

           PERFORM ESCRIBE-COTEJO-GL THRU ESCRIBE-COTEJO-GL-FIN
           CLOSE LIQUIDACION-REPORT.

       ESCRIBE-INSTRUCCION-INFORME.
           MOVE WS-NETO-ORIGEN TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           IF WS-NETO-ORIGEN < ZERO
               STRING "  INSTRUCCION: COBRAR A " WS-ORIGEN-EN-CURSO
                   " " WS-IMPORTE-FMT " " WS-DIVISA-BASE
                   DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           ELSE
               STRING "  INSTRUCCION: ABONAR A " WS-ORIGEN-EN-CURSO
                   " " WS-IMPORTE-FMT " " WS-DIVISA-BASE
                   DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           END-IF
           WRITE LIQUIDACION-REPORT-RECORD.

       ESCRIBE-LINEA-LIQUIDACION.
           COMPUTE WS-IMPORTE-COMUN = WS-LIQ-BRUTO(WS-LIQ-IDX)
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-BRUTO-FMT
           COMPUTE WS-IMPORTE-COMUN = WS-LIQ-ANULADO(WS-LIQ-IDX)
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-ANULADO-FMT
           COMPUTE WS-IMPORTE-COMUN = WS-LIQ-COMISION(WS-LIQ-IDX)
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-COMISION-FMT
           COMPUTE WS-IMPORTE-COMUN = WS-LIQ-BRUTO(WS-LIQ-IDX)
               + WS-LIQ-ANULADO(WS-LIQ-IDX)
               - WS-LIQ-COMISION(WS-LIQ-IDX)
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           COMPUTE WS-NETO-BASE = WS-LIQ-BRUTO-BASE(WS-LIQ-IDX)
               + WS-LIQ-ANULADO-BASE(WS-LIQ-IDX)
               - WS-LIQ-COMISION(WS-LIQ-IDX)
           ADD WS-NETO-BASE TO WS-NETO-ORIGEN
           ADD 1 TO WS-CONT-DET-ORIGEN
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING WS-LIQ-GRUPO(WS-LIQ-IDX) " "
               WS-LIQ-DIVISA(WS-LIQ-IDX) " "
               WS-LIQ-CONT(WS-LIQ-IDX) " "
               WS-BRUTO-FMT " " WS-ANULADO-FMT " "
               WS-COMISION-FMT " " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD.

       ESCRIBE-COTEJO-GL.
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           MOVE "COTEJO CONTRA ASIENTOS_CONTABLES.DAT"
               TO LIQUIDACION-REPORT-RECORD
           WRITE LIQUIDACION-REPORT-RECORD
           IF NOT HAY-INTERFAZ
               MOVE "  SIN INTERFAZ CONTABLE DEL DIA, NO SE COTEJA"
                   TO LIQUIDACION-REPORT-RECORD
               WRITE LIQUIDACION-REPORT-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO ESCRIBE-COTEJO-GL-FIN
           END-IF

      *    OPERACIONES: BRUTO MAS ANULACIONES FRENTE AL SALDO DE LAS
      *    CUENTAS DERIVADAS DE OPERACION
           COMPUTE WS-LIQ-OPERACIONES = WS-TOTAL-BRUTO
               + WS-TOTAL-ANULADO
           COMPUTE WS-DIFERENCIA = WS-LIQ-OPERACIONES
               - WS-GL-OPERACIONES
           MOVE WS-LIQ-OPERACIONES TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-BRUTO-FMT
           MOVE WS-GL-OPERACIONES TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-ANULADO-FMT
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "  OPERACIONES  LIQUIDACION=" WS-BRUTO-FMT
               " CONTABLE=" WS-ANULADO-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           IF WS-DIFERENCIA NOT = ZERO
               MOVE "DIFERENCIA" TO LIQUIDACION-REPORT-RECORD(80:10)
               ADD 1 TO WS-CONT-DIFERENCIAS
           END-IF
           WRITE LIQUIDACION-REPORT-RECORD

      *    COMISIONES: LO DESCONTADO FRENTE AL SALDO DE LAS CUENTAS
      *    DE COMISION
           COMPUTE WS-DIFERENCIA = WS-TOTAL-COMISION
               - WS-GL-COMISIONES
           MOVE WS-TOTAL-COMISION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-BRUTO-FMT
           MOVE WS-GL-COMISIONES TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-ANULADO-FMT
           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           STRING "  COMISIONES   LIQUIDACION=" WS-BRUTO-FMT
               " CONTABLE=" WS-ANULADO-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
           IF WS-DIFERENCIA NOT = ZERO
               MOVE "DIFERENCIA" TO LIQUIDACION-REPORT-RECORD(80:10)
               ADD 1 TO WS-CONT-DIFERENCIAS
           END-IF
           WRITE LIQUIDACION-REPORT-RECORD

           IF WS-GL-DESVIADO NOT = ZERO
               MOVE WS-GL-DESVIADO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO LIQUIDACION-REPORT-RECORD
               STRING "  DESVIADO A " WS-CUENTA-EXCEPCION
                   " (VER INFORME_CUENTAS_EXC.TXT)=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO LIQUIDACION-REPORT-RECORD
               WRITE LIQUIDACION-REPORT-RECORD
           END-IF

           MOVE SPACES TO LIQUIDACION-REPORT-RECORD
           IF WS-CONT-DIFERENCIAS = ZERO
               MOVE "  LIQUIDACION CUADRADA CON LA INTERFAZ CONTABLE"
                   TO LIQUIDACION-REPORT-RECORD
           ELSE
               MOVE "  LIQUIDACION NO CASA CON LA INTERFAZ CONTABLE"
                   TO LIQUIDACION-REPORT-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           WRITE LIQUIDACION-REPORT-RECORD.

       ESCRIBE-COTEJO-GL-FIN.
           EXIT.

       END PROGRAM LIQUIDACION-NETA.
