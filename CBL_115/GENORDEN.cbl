      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generacion de las ordenes permanentes vencidas. Varios
      *          originadores mandan cada mes la misma transaccion y
      *          alguien la reteclea en TRANSACCION-ENTRADA. Este paso
      *          de la FASE-CAPTURA de MAESTRO recorre
      *          ORDENES_PERMANENTES.DAT y, por cada orden activa cuya
      *          proxima fecha (ya llevada a dia habil) ha llegado,
      *          escribe el vencimiento como detalle del lote de
      *          TRANSACCIONES.DAT y avanza la fecha: una semana, un
      *          mes o un trimestre sobre el calendario de la orden
      *          (mismo dia del mes que la fecha de inicio, o el
      *          ultimo del mes si no existe) y despues al siguiente
      *          dia habil de DIA-HABIL. Los vencimientos atrasados
      *          se generan todos. Pasada la fecha fin la orden queda
      *          terminada.
      *          Si no hay lote pendiente se crea uno propio (cabecera
      *          con originador PERMANENTE, que debe estar dado de
      *          alta en ORIGENES.DAT); si ya hay un lote y cuadra con
      *          su trailer, los vencimientos se anaden y el trailer
      *          se recalcula, como hace TRANSACCION-ENTRADA. Cada
      *          vencimiento lleva en el detalle el originador de su
      *          orden, porque el lote al que se anade (o el propio
      *          de PERMANENTE) puede ser de otro: EDITA-TRANSACCIONES
      *          lo valida y el calculo se lo atribuye a el. Un lote
      *          pendiente que no cuadra no se toca: no se genera nada,
      *          las fechas no avanzan y el paso termina con RC=4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-ORDENES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDENES_PERMANENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS WS-ORDENES-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSACCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
       COPY ORDENREC.

       FD  TRANS-FILE.
       01  TRANS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORDENES-STATUS PIC XX.
       01  WS-TRANS-STATUS PIC XX.
       01  WS-EOF-ORDENES PIC X VALUE "N".
           88  FIN-ORDENES VALUE "Y".
       01  WS-EOF-TRANS PIC X VALUE "N".
           88  FIN-TRANS VALUE "Y".

       COPY TRANSLOT.

       01  WS-DETALLE.
           05  DET-GRUPO PIC X(7).
           05  DET-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  DET-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  DET-OPERACION PIC X.
           05  DET-DIVISA PIC X(3).
           05  DET-SUCURSAL PIC X(4).
           05  FILLER PIC X(21).
      *    ORIGINADOR DE LA PARTIDA; EN BLANCO ES EL DE LA CABECERA
           05  DET-ORIGEN PIC X(10).
           05  FILLER PIC X(20).

      *    LOTE PENDIENTE MAS LOS VENCIMIENTOS, CON EL MISMO TOPE DE
      *    500 DETALLES QUE TRANSACCION-ENTRADA
       01  WS-TABLA-DETALLES.
           05  WS-DET-IMAGEN OCCURS 500 TIMES PIC X(80).
       01  WS-DET-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-IDX PIC 9(3).

       01  WS-HAY-LOTE PIC X VALUE "N".
           88  HAY-LOTE VALUE "Y".
       01  WS-TRAILER-VISTO PIC X VALUE "N".
           88  TRAILER-VISTO VALUE "Y".
       01  WS-LOTE-CUADRA PIC X VALUE "Y".
           88  LOTE-CUADRA VALUE "Y".
       01  WS-HASH PIC S9(8)V99 VALUE ZERO.

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-ES-HABIL PIC X.
       01  WS-SIGUIENTE-HABIL PIC 9(8).
       01  WS-DIAS PIC 9(8).
       01  WS-DIAS-MES PIC 99.

      *    CALCULO DEL SIGUIENTE VENCIMIENTO NOMINAL
       01  WS-FECHA-CALC PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05  WS-CALC-ANIO PIC 9(4).
           05  WS-CALC-MES PIC 99.
           05  WS-CALC-DIA PIC 99.
       01  WS-PRIMERO-MES PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE PIC 9(8).
       01  WS-MESES PIC 9.
       01  WS-DIA-ANCLA PIC 99.

       01  WS-CONT-GENERADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-ORDENES PIC 9(4) VALUE ZERO.
       01  WS-LOTE-LLENO PIC X VALUE "N".
           88  LOTE-LLENO VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GENERA-ORDENES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ORDENES".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GENERA-ORDENES".
           CALL "FECHAPROC" USING WS-FECHA-HOY

           OPEN I-O ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               DISPLAY "NO HAY ORDENES PERMANENTES, NADA QUE GENERAR"
               GOBACK
           END-IF

           PERFORM CARGA-LOTE-PENDIENTE THRU
               CARGA-LOTE-PENDIENTE-FIN
           IF NOT LOTE-CUADRA
               DISPLAY "EL LOTE PENDIENTE DE TRANSACCIONES.DAT NO "
                   "CUADRA CON SU TRAILER: NO SE GENERAN ORDENES"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "GENERACION APLAZADA: LOTE PENDIENTE "
                   CAB-LOTE-ID " SIN CUADRAR"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               CLOSE ORDENES-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO ORD-ID
           START ORDENES-FILE KEY IS >= ORD-ID
               INVALID KEY
                   SET FIN-ORDENES TO TRUE
           END-START
           IF NOT FIN-ORDENES
               PERFORM LEE-ORDEN
           END-IF
           PERFORM UNTIL FIN-ORDENES
               IF ORD-ACTIVA AND ORD-PROXIMA <= WS-FECHA-HOY
                   PERFORM GENERA-VENCIMIENTOS
               END-IF
               PERFORM LEE-ORDEN
           END-PERFORM
           CLOSE ORDENES-FILE

           IF WS-CONT-GENERADAS > ZERO
               PERFORM REGRABA-LOTE
           END-IF

           DISPLAY "ORDENES PERMANENTES: ORDENES CON VENCIMIENTO="
               WS-CONT-ORDENES " DETALLES GENERADOS="
               WS-CONT-GENERADAS
           IF LOTE-LLENO
               DISPLAY "AVISO: LOTE COMPLETO (500 DETALLES), LOS "
                   "VENCIMIENTOS RESTANTES SALEN EN LA PROXIMA "
                   "EJECUCION"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-ORDEN.
           READ ORDENES-FILE NEXT RECORD
               AT END
                   SET FIN-ORDENES TO TRUE
           END-READ.

       CARGA-LOTE-PENDIENTE.
      *    EL LOTE PENDIENTE SE CARGA Y SE CUADRA CONTRA SU TRAILER
      *    ANTES DE ANADIR NADA: UN LOTE TRUNCADO NO PUEDE QUEDAR
      *    TAPADO POR UN TRAILER RECALCULADO
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               GO TO CARGA-LOTE-PENDIENTE-FIN
           END-IF
           PERFORM LEE-TRANS
           PERFORM UNTIL FIN-TRANS
               EVALUATE TRUE
                   WHEN TRANS-RECORD(1:1) = "H"
                       MOVE TRANS-RECORD TO LOTE-CABECERA
                       SET HAY-LOTE TO TRUE
                   WHEN TRANS-RECORD(1:1) = "T"
                       MOVE TRANS-RECORD TO LOTE-TRAILER
                       SET TRAILER-VISTO TO TRUE
                   WHEN TRANS-RECORD = SPACES
                       CONTINUE
                   WHEN OTHER
                       IF WS-DET-TOTAL < 500
                           ADD 1 TO WS-DET-TOTAL
                           MOVE TRANS-RECORD
                               TO WS-DET-IMAGEN(WS-DET-TOTAL)
                       ELSE
                           MOVE "N" TO WS-LOTE-CUADRA
                       END-IF
               END-EVALUATE
               PERFORM LEE-TRANS
           END-PERFORM
           CLOSE TRANS-FILE
           IF NOT HAY-LOTE AND WS-DET-TOTAL = ZERO
               GO TO CARGA-LOTE-PENDIENTE-FIN
           END-IF
           IF NOT HAY-LOTE OR NOT TRAILER-VISTO
               MOVE "N" TO WS-LOTE-CUADRA
               GO TO CARGA-LOTE-PENDIENTE-FIN
           END-IF
           MOVE ZERO TO WS-HASH
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DET-TOTAL
               MOVE WS-DET-IMAGEN(WS-IDX) TO WS-DETALLE
               IF DET-NUM1 NUMERIC
                   ADD DET-NUM1 TO WS-HASH
               END-IF
               IF DET-NUM2 NUMERIC
                   ADD DET-NUM2 TO WS-HASH
               END-IF
           END-PERFORM
           IF TRL-CONT-REGISTROS NOT = WS-DET-TOTAL
                   OR TRL-HASH-TOTAL NOT = WS-HASH
               MOVE "N" TO WS-LOTE-CUADRA
           END-IF.

       CARGA-LOTE-PENDIENTE-FIN.
           EXIT.

       LEE-TRANS.
           READ TRANS-FILE
               AT END
                   SET FIN-TRANS TO TRUE
           END-READ.

       GENERA-VENCIMIENTOS.
      *    TODOS LOS VENCIMIENTOS ATRASADOS SALEN HOY, UNO POR CADA
      *    PERIODO, HASTA LA FECHA FIN DE LA ORDEN
           ADD 1 TO WS-CONT-ORDENES
           MOVE ORD-FECHA-INICIO(7:2) TO WS-DIA-ANCLA
           PERFORM UNTIL NOT ORD-ACTIVA
                   OR ORD-PROXIMA > WS-FECHA-HOY
                   OR LOTE-LLENO
               IF WS-DET-TOTAL >= 500
                   SET LOTE-LLENO TO TRUE
               ELSE
                   PERFORM ESCRIBE-VENCIMIENTO
                   PERFORM AVANZA-VENCIMIENTO
               END-IF
           END-PERFORM
           CALL "FECHAPROC" USING ORD-FECHA-ACTUALIZACION
           REWRITE ORDEN-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO ACTUALIZAR LA ORDEN "
                       ORD-ID
                   MOVE 4 TO WS-RETURN-CODE
           END-REWRITE.

       ESCRIBE-VENCIMIENTO.
           MOVE SPACES TO WS-DETALLE
           MOVE ORD-GRUPO TO DET-GRUPO
           MOVE ORD-NUM1 TO DET-NUM1
           MOVE ORD-NUM2 TO DET-NUM2
           MOVE ORD-OPERACION TO DET-OPERACION
           MOVE ORD-DIVISA TO DET-DIVISA
           MOVE ORD-SUCURSAL TO DET-SUCURSAL
           MOVE ORD-ORIGEN TO DET-ORIGEN
           ADD 1 TO WS-DET-TOTAL
           MOVE WS-DETALLE TO WS-DET-IMAGEN(WS-DET-TOTAL)
           ADD 1 TO WS-CONT-GENERADAS
           MOVE ORD-PROXIMA TO ORD-ULTIMA-GENERADA
           MOVE ORD-ID TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "ORDEN=" ORD-ID " ORIGINADOR=" ORD-ORIGEN
               " GRUPO=" ORD-GRUPO " VENCIMIENTO=" ORD-PROXIMA
               " GENERADO"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       AVANZA-VENCIMIENTO.
           MOVE ORD-PROXIMA-NOMINAL TO WS-FECHA-CALC
           EVALUATE TRUE
               WHEN ORD-SEMANAL
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC) + 7
                   COMPUTE WS-FECHA-CALC =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS)
               WHEN ORD-TRIMESTRAL
                   MOVE 3 TO WS-MESES
                   PERFORM SUMA-MESES
               WHEN OTHER
                   MOVE 1 TO WS-MESES
                   PERFORM SUMA-MESES
           END-EVALUATE
           MOVE WS-FECHA-CALC TO ORD-PROXIMA-NOMINAL
           IF ORD-FECHA-FIN NOT = ZERO
                   AND ORD-PROXIMA-NOMINAL > ORD-FECHA-FIN
               SET ORD-TERMINADA TO TRUE
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ORDEN=" ORD-ID " TERMINADA, FECHA FIN="
                   ORD-FECHA-FIN
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           ELSE
               CALL "DIA-HABIL" USING ORD-PROXIMA-NOMINAL WS-ES-HABIL
                   WS-SIGUIENTE-HABIL
               IF WS-ES-HABIL = "Y"
                   MOVE ORD-PROXIMA-NOMINAL TO ORD-PROXIMA
               ELSE
                   MOVE WS-SIGUIENTE-HABIL TO ORD-PROXIMA
               END-IF
           END-IF.

       SUMA-MESES.
      *    MISMO DIA DEL MES QUE LA FECHA DE INICIO; SI ESE MES NO LO
      *    TIENE (31 EN ABRIL, 30 EN FEBRERO) EL ULTIMO DIA DEL MES
           ADD WS-MESES TO WS-CALC-MES
           IF WS-CALC-MES > 12
               SUBTRACT 12 FROM WS-CALC-MES
               ADD 1 TO WS-CALC-ANIO
           END-IF
           MOVE 1 TO WS-CALC-DIA
           MOVE WS-FECHA-CALC TO WS-PRIMERO-MES
           IF WS-CALC-MES = 12
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   (WS-CALC-ANIO + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   WS-CALC-ANIO * 10000 + (WS-CALC-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE)
               - FUNCTION INTEGER-OF-DATE(WS-PRIMERO-MES)
           IF WS-DIA-ANCLA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-CALC-DIA
           ELSE
               MOVE WS-DIA-ANCLA TO WS-CALC-DIA
           END-IF.

       REGRABA-LOTE.
      *    SIN LOTE PENDIENTE SE ABRE UNO PROPIO DE LAS ORDENES
      *    PERMANENTES; CON LOTE SE CONSERVA SU CABECERA. EN LOS DOS
      *    CASOS CADA VENCIMIENTO YA LLEVA SU ORIGINADOR.
           IF NOT HAY-LOTE
               MOVE SPACES TO LOTE-CABECERA
               MOVE "H" TO CAB-TIPO
               STRING "OP" WS-FECHA-HOY(3:6) DELIMITED BY SIZE
                   INTO CAB-LOTE-ID
               MOVE WS-FECHA-HOY TO CAB-FECHA
               MOVE "PERMANENTE" TO CAB-ORIGEN
           END-IF
           MOVE ZERO TO WS-HASH
           OPEN OUTPUT TRANS-FILE
           MOVE LOTE-CABECERA TO TRANS-RECORD
           WRITE TRANS-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DET-TOTAL
               MOVE WS-DET-IMAGEN(WS-IDX) TO WS-DETALLE
               IF DET-NUM1 NUMERIC
                   ADD DET-NUM1 TO WS-HASH
               END-IF
               IF DET-NUM2 NUMERIC
                   ADD DET-NUM2 TO WS-HASH
               END-IF
               MOVE WS-DET-IMAGEN(WS-IDX) TO TRANS-RECORD
               WRITE TRANS-RECORD
           END-PERFORM
           MOVE SPACES TO LOTE-TRAILER
           MOVE "T" TO TRL-TIPO
           MOVE WS-DET-TOTAL TO TRL-CONT-REGISTROS
           MOVE WS-HASH TO TRL-HASH-TOTAL
           MOVE LOTE-TRAILER TO TRANS-RECORD
           WRITE TRANS-RECORD
           CLOSE TRANS-FILE

           MOVE CAB-LOTE-ID TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LOTE " CAB-LOTE-ID " ORDENES PERMANENTES "
               "ANADIDAS=" WS-CONT-GENERADAS " TOTAL LOTE="
               WS-DET-TOTAL
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM GENERA-ORDENES.
