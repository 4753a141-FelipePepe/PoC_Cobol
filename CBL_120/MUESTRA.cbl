      ******************************************************************
      * Author:
      * Date:
      * Purpose: Muestra aleatoria para la revision de calidad. La
      *          auditoria pide evidencia de que alguien comprueba a
      *          mano el trabajo procesado, no solo el recalculo
      *          automatico de RECONCILIACION. Cada noche este paso
      *          recorre las operaciones de la corrida en el
      *          historico OPERACIONES_HISTORICO.DAT (COPY OPHISREC),
      *          posicionado en la fecha de proceso, y sortea cuales
      *          entran en la cola de
      *          revision REVISION_CALIDAD.DAT (COPY REVISREC), con
      *          una probabilidad base configurable que se multiplica
      *          para las operaciones de importe alto en moneda base y
      *          para las de divisa extranjera. La tarjeta opcional
      *          MUESTRA_CONTROL.DAT admite, una por linea:
      *              PORCENTAJE=nnn    probabilidad base en % (5)
      *              UMBRAL=nnnnnnn    importe alto en moneda base
      *                                (5000)
      *              PESO-ALTO=n       multiplicador importe alto (4)
      *              PESO-DIVISA=n     multiplicador divisa (2)
      *              MAXIMO=nnnn       tope de la muestra diaria (50)
      *          La semilla sale de la hora de la corrida, para que
      *          nadie pueda saber de antemano que se va a revisar, y
      *          queda en AUDITORIA junto con el tamano de la muestra.
      *          Un relanzamiento del mismo lote no vuelve a sortear.
      *          REVISION-CALIDAD (CBL_121) registra el veredicto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTRA-CALIDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ACEPTADAS-FILE ASSIGN TO "TRANSACCIONES_OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACEPTADAS-STATUS.

      *    TARJETA DE CONTROL OPCIONAL CON LOS PARAMETROS DEL SORTEO
           SELECT MUESTRA-CONTROL-FILE
               ASSIGN TO "MUESTRA_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REVISION-FILE ASSIGN TO "REVISION_CALIDAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REVISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  ACEPTADAS-FILE.
       01  ACEPTADA-RECORD PIC X(80).
       01  ACEPTADA-GENERICO.
           05  ACE-TIPO-REGISTRO PIC X.
               88  ACE-ES-CABECERA VALUE "H".
           05  FILLER PIC X(79).

       FD  MUESTRA-CONTROL-FILE.
       01  MUESTRA-CONTROL-RECORD PIC X(80).

       FD  REVISION-FILE.
       COPY REVISREC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-ACEPTADAS-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REVISION-STATUS PIC XX.
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-ACEPTADAS PIC X VALUE "N".
           88  FIN-ACEPTADAS VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-EOF-REVISION PIC X VALUE "N".
           88  FIN-REVISION VALUE "Y".

       COPY TRANSLOT.
       01  WS-CAB-VISTA PIC X VALUE "N".
           88  CABECERA-VISTA VALUE "Y".

      *    PARAMETROS DEL SORTEO, CON SUS VALORES POR DEFECTO
       01  WS-PORCENTAJE PIC 9(3) VALUE 5.
       01  WS-UMBRAL-ALTO PIC 9(7) VALUE 5000.
       01  WS-PESO-ALTO PIC 9 VALUE 4.
       01  WS-PESO-DIVISA PIC 9 VALUE 2.
       01  WS-MAXIMO PIC 9(4) VALUE 50.
       01  WS-DIVISA-BASE PIC X(3) VALUE "EUR".

       01  WS-RESULT-BASE PIC S9(7)V99.
       01  WS-IMPORTE-ABS PIC 9(7)V99.

       01  WS-SEMILLA PIC 9(8).
       01  WS-ALEATORIO PIC 9V9(9).
       01  WS-PROBABILIDAD PIC 9(3)V9(6).
       01  WS-MOTIVO PIC X.

       01  WS-SECUENCIA PIC 9(5) VALUE ZERO.
       01  WS-YA-MUESTREADO PIC X VALUE "N".
           88  LOTE-YA-MUESTREADO VALUE "Y".
       01  WS-CONT-OPERACIONES PIC 9(6) VALUE ZERO.
       01  WS-CONT-MUESTRA PIC 9(4) VALUE ZERO.
       01  WS-CONT-ALTO PIC 9(4) VALUE ZERO.
       01  WS-CONT-DIVISA PIC 9(4) VALUE ZERO.
       01  WS-OPERADOR PIC X(20).
       01  WS-FECHA-HOY PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "MUESTRA-CALIDAD".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MUESTRA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "MUESTRA-CALIDAD".
           CALL "FECHAPROC" USING WS-FECHA-HOY.

           PERFORM LEE-CONTROL-MUESTRA THRU LEE-CONTROL-MUESTRA-FIN
           PERFORM LEE-CABECERA-LOTE THRU LEE-CABECERA-LOTE-FIN

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR
           END-IF

           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE SORTEA MUESTRA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O REVISION-FILE
           IF WS-REVISION-STATUS NOT = "00"
               OPEN OUTPUT REVISION-FILE
               CLOSE REVISION-FILE
               OPEN I-O REVISION-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "REVISION_CALIDAD.DAT" WS-REVISION-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE HISTORICO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUSCA-SECUENCIA-DIA THRU BUSCA-SECUENCIA-DIA-FIN
           IF LOTE-YA-MUESTREADO
               DISPLAY "EL LOTE " CAB-LOTE-ID " YA TIENE MUESTRA DEL "
                   WS-FECHA-HOY ", NO SE VUELVE A SORTEAR"
               CLOSE HISTORICO-FILE
               CLOSE REVISION-FILE
               GOBACK
           END-IF

      *    LA SEMILLA ES LA HORA DE LA CORRIDA: IMPREVISIBLE PARA EL
      *    OPERADOR, PERO QUEDA EN EL LOG PARA REPRODUCIR EL SORTEO
           ACCEPT WS-SEMILLA FROM TIME
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMILLA)

           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIN-HISTORICO
               PERFORM SORTEA-OPERACION THRU SORTEA-OPERACION-FIN
               PERFORM LEE-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE
           CLOSE REVISION-FILE

           IF WS-CONT-MUESTRA NOT < WS-MAXIMO
               DISPLAY "AVISO: MUESTRA LIMITADA AL MAXIMO DIARIO DE "
                   WS-MAXIMO
           END-IF

           MOVE CAB-LOTE-ID TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "FECHA=" WS-FECHA-HOY " OPERACIONES="
               WS-CONT-OPERACIONES " MUESTRA=" WS-CONT-MUESTRA
               " ALTO=" WS-CONT-ALTO " DIVISA=" WS-CONT-DIVISA
               " SEMILLA=" WS-SEMILLA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "MUESTRA DE CALIDAD: " WS-CONT-MUESTRA " DE "
               WS-CONT-OPERACIONES " OPERACIONES A REVISION"

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-MUESTRA.
           OPEN INPUT MUESTRA-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-MUESTRA-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               EVALUATE TRUE
                   WHEN MUESTRA-CONTROL-RECORD(1:11) = "PORCENTAJE="
                           AND MUESTRA-CONTROL-RECORD(12:3) NUMERIC
                       MOVE MUESTRA-CONTROL-RECORD(12:3)
                           TO WS-PORCENTAJE
                   WHEN MUESTRA-CONTROL-RECORD(1:7) = "UMBRAL="
                           AND MUESTRA-CONTROL-RECORD(8:7) NUMERIC
                       MOVE MUESTRA-CONTROL-RECORD(8:7)
                           TO WS-UMBRAL-ALTO
                   WHEN MUESTRA-CONTROL-RECORD(1:10) = "PESO-ALTO="
                           AND MUESTRA-CONTROL-RECORD(11:1) NUMERIC
                       MOVE MUESTRA-CONTROL-RECORD(11:1)
                           TO WS-PESO-ALTO
                   WHEN MUESTRA-CONTROL-RECORD(1:12) = "PESO-DIVISA="
                           AND MUESTRA-CONTROL-RECORD(13:1) NUMERIC
                       MOVE MUESTRA-CONTROL-RECORD(13:1)
                           TO WS-PESO-DIVISA
                   WHEN MUESTRA-CONTROL-RECORD(1:7) = "MAXIMO="
                           AND MUESTRA-CONTROL-RECORD(8:4) NUMERIC
                       MOVE MUESTRA-CONTROL-RECORD(8:4) TO WS-MAXIMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE MUESTRA-CONTROL-FILE
           IF WS-PORCENTAJE > 100
               MOVE 100 TO WS-PORCENTAJE
           END-IF
           DISPLAY "TARJETA DE CONTROL: PORCENTAJE=" WS-PORCENTAJE
               " UMBRAL=" WS-UMBRAL-ALTO " PESOS=" WS-PESO-ALTO
               "/" WS-PESO-DIVISA " MAXIMO=" WS-MAXIMO.

       LEE-CONTROL-MUESTRA-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ MUESTRA-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       LEE-CABECERA-LOTE.
           MOVE SPACES TO CAB-LOTE-ID
           OPEN INPUT ACEPTADAS-FILE
           IF WS-ACEPTADAS-STATUS NOT = "00"
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

       BUSCA-SECUENCIA-DIA.
      *    LA NUMERACION SIGUE DONDE LA DEJO UNA CORRIDA ANTERIOR
      *    DEL MISMO DIA; SI EL LOTE YA APARECE, ES UN RELANZAMIENTO
           MOVE WS-FECHA-HOY TO REV-FECHA
           MOVE ZERO TO REV-SECUENCIA
           START REVISION-FILE KEY IS >= REV-CLAVE
               INVALID KEY
                   GO TO BUSCA-SECUENCIA-DIA-FIN
           END-START
           PERFORM UNTIL FIN-REVISION
               READ REVISION-FILE NEXT RECORD
                   AT END
                       SET FIN-REVISION TO TRUE
                   NOT AT END
                       IF REV-FECHA NOT = WS-FECHA-HOY
                           SET FIN-REVISION TO TRUE
                       ELSE
                           MOVE REV-SECUENCIA TO WS-SECUENCIA
                           IF REV-LOTE-ID = CAB-LOTE-ID
                                   AND CAB-LOTE-ID NOT = SPACES
                               SET LOTE-YA-MUESTREADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCA-SECUENCIA-DIA-FIN.
           EXIT.

       SORTEA-OPERACION.
           ADD 1 TO WS-CONT-OPERACIONES
           IF WS-CONT-MUESTRA NOT < WS-MAXIMO
               GO TO SORTEA-OPERACION-FIN
           END-IF
           MOVE OPH-RESULT-BASE TO WS-RESULT-BASE
           IF WS-RESULT-BASE < ZERO
               COMPUTE WS-IMPORTE-ABS = WS-RESULT-BASE * -1
           ELSE
               MOVE WS-RESULT-BASE TO WS-IMPORTE-ABS
           END-IF

      *    PROBABILIDAD PONDERADA: LA BASE POR CADA PESO QUE APLIQUE
           COMPUTE WS-PROBABILIDAD = WS-PORCENTAJE / 100
           MOVE "G" TO WS-MOTIVO
           IF OPH-DIVISA NOT = WS-DIVISA-BASE
                   AND OPH-DIVISA NOT = SPACES
               COMPUTE WS-PROBABILIDAD =
                   WS-PROBABILIDAD * WS-PESO-DIVISA
               MOVE "D" TO WS-MOTIVO
           END-IF
           IF WS-IMPORTE-ABS NOT < WS-UMBRAL-ALTO
               COMPUTE WS-PROBABILIDAD =
                   WS-PROBABILIDAD * WS-PESO-ALTO
               MOVE "A" TO WS-MOTIVO
           END-IF

           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           IF WS-ALEATORIO NOT < WS-PROBABILIDAD
               GO TO SORTEA-OPERACION-FIN
           END-IF

           ADD 1 TO WS-SECUENCIA
           MOVE SPACES TO REVISION-REGISTRO
           MOVE WS-FECHA-HOY TO REV-FECHA
           MOVE WS-SECUENCIA TO REV-SECUENCIA
           MOVE CAB-LOTE-ID TO REV-LOTE-ID
           MOVE OPH-GRUPO TO REV-GRUPO
           MOVE OPH-OPERACION TO REV-OPERACION
           MOVE OPH-NUM1 TO REV-NUM1
           MOVE OPH-NUM2 TO REV-NUM2
           MOVE OPH-RESULT TO REV-RESULT
           MOVE WS-RESULT-BASE TO REV-RESULT-BASE
           MOVE OPH-DIVISA TO REV-DIVISA
           IF REV-DIVISA = SPACES
               MOVE WS-DIVISA-BASE TO REV-DIVISA
           END-IF
           MOVE OPH-SUCURSAL TO REV-SUCURSAL
           MOVE WS-MOTIVO TO REV-MOTIVO-MUESTRA
           MOVE WS-OPERADOR TO REV-OPERADOR-PROCESO
           SET REV-PENDIENTE TO TRUE
           MOVE ZERO TO REV-FECHA-REVISION
           WRITE REVISION-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: ENTRADA DE REVISION DUPLICADA "
                       REV-FECHA "/" REV-SECUENCIA
                   GO TO SORTEA-OPERACION-FIN
           END-WRITE
           ADD 1 TO WS-CONT-MUESTRA
           EVALUATE TRUE
               WHEN REV-POR-IMPORTE
                   ADD 1 TO WS-CONT-ALTO
               WHEN REV-POR-DIVISA
                   ADD 1 TO WS-CONT-DIVISA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SORTEA-OPERACION-FIN.
           EXIT.

       END PROGRAM MUESTRA-CALIDAD.
