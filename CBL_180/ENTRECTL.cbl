      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de plazos de los entregables de la cadena
      *          nocturna. La interfaz contable, los acuses de lote,
      *          los extractos de originador y los paquetes de
      *          distribucion tienen a alguien esperandolos, y la
      *          pagina de la manana solo decia si los pasos habian
      *          terminado, no si lo prometido llego a tiempo. MAESTRO
      *          llama a este control al acabar cada fase (CAPTURA,
      *          CALCULO, INFORME) y al cerrar la ventana (CIERRE). Por
      *          cada entregable del catalogo ENTREGABLES.DAT (COPY
      *          ENTREREC) aun sin resolver hoy busca en JOB_LOG.DAT la
      *          ejecucion de hoy de su programa con RC menor que 8 y
      *          comprueba que el fichero existe: si es asi, la hora
      *          de fin del paso es la hora de entrega, A TIEMPO o
      *          FUERA DE PLAZO segun su hora limite. Si no se ha
      *          producido y ya termino su fase, o la ventana se
      *          cierra, o su hora limite paso, queda NO ENTREGADO.
      *          Cada retraso o falta deja en el acto una alerta en
      *          ALERTAS_OPERADOR.DAT y en consola, con destinatario y
      *          responsable. Lo resuelto se anota en
      *          ENTREGAS_HISTORIA.DAT (COPY ENTHIREC), de donde sale
      *          el informe mensual INFORME-ENTREGAS. Un paso omitido
      *          hoy por el calendario no debe nada. Las horas se
      *          comparan en la ventana de mediodia a mediodia, para
      *          que lo producido antes de medianoche cuente antes que
      *          un limite de madrugada. Termina con RC=4 si hay algun
      *          retraso o falta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-ENTREGAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "ENTREGABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOB_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "ENTREGAS_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ENTREGA-FILE ASSIGN TO WS-NOMBRE-ENTREGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTREGA-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       COPY ENTREREC.

       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD.
           05  JL-PROGRAMA PIC X(30).
           05  JL-FECHA PIC 9(8).
           05  JL-HORA-INICIO PIC 9(8).
           05  JL-HORA-FIN PIC 9(8).
           05  JL-TRANSCURRIDO PIC 9(7).
           05  JL-RC PIC 9.

       FD  HISTORIA-FILE.
       COPY ENTHIREC.

       FD  ENTREGA-FILE.
       01  ENTREGA-RECORD PIC X(150).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-STATUS PIC XX.
       01  WS-JOBLOG-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-ENTREGA-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".

       01  WS-NOMBRE-ENTREGA PIC X(40).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HORA-ACTUAL PIC 9(8).
       01  WS-HORA-HHMMSS PIC 9(6).

      *    PASOS DE HOY SEGUN EL LOG: ULTIMA EJECUCION DE CADA UNO
       01  WS-PASOS-HOY.
           05  WS-PH OCCURS 300 TIMES.
               10  WS-PH-PROGRAMA PIC X(30).
               10  WS-PH-HORA-FIN PIC 9(6).
               10  WS-PH-RC PIC 9.
      *            E = EJECUTADO, O = OMITIDO POR EL CALENDARIO
               10  WS-PH-TIPO PIC X.
       01  WS-PH-TOTAL PIC 999 VALUE ZERO.
       01  WS-PH-IDX PIC 999.
       01  WS-PH-POS PIC 999.
       01  WS-PH-BUSCADO PIC X(30).

      *    ENTREGABLES YA RESUELTOS HOY EN LA HISTORIA, CON SU ULTIMO
      *    ESTADO
       01  WS-RESUELTOS.
           05  WS-RES OCCURS 300 TIMES.
               10  WS-RES-FICHERO PIC X(40).
               10  WS-RES-ESTADO PIC X.
       01  WS-RES-TOTAL PIC 999 VALUE ZERO.
       01  WS-RES-IDX PIC 999.
       01  WS-RES-POS PIC 999.

       01  WS-PRODUCIDO PIC X.
           88  PRODUCIDO VALUE "Y".
       01  WS-NO-TOCA PIC X.
           88  NO-TOCA-HOY VALUE "Y".
       01  WS-HORA-ENTREGA PIC 9(6).
       01  WS-VENTANA-ENTREGA PIC 9(6).
       01  WS-VENTANA-LIMITE PIC 9(6).
       01  WS-VENTANA-AHORA PIC 9(6).
       01  WS-VENTANA-HORA PIC 9(6).
       01  WS-VENTANA-RESULTADO PIC 9(6).
       01  WS-ESTADO PIC X.
       01  WS-TEXTO-ESTADO PIC X(16).

       01  WS-CONT-CATALOGO PIC 9(4) VALUE ZERO.
       01  WS-CONT-A-TIEMPO PIC 9(4) VALUE ZERO.
       01  WS-CONT-FUERA-PLAZO PIC 9(4) VALUE ZERO.
       01  WS-CONT-NO-ENTREGADOS PIC 9(4) VALUE ZERO.
       01  WS-CONT-PENDIENTES PIC 9(4) VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CONTROL-ENTREGAS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ENTREGA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01  LS-FASE PIC X(10).

       PROCEDURE DIVISION USING LS-FASE.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CONTROL-ENTREGAS".
      *    MAESTRO LLAMA UNA VEZ POR FASE: LOS CONTADORES Y TABLAS
      *    EMPIEZAN DE CERO EN CADA LLAMADA
           MOVE ZERO TO WS-RETURN-CODE WS-CONT-CATALOGO
               WS-CONT-A-TIEMPO WS-CONT-FUERA-PLAZO
               WS-CONT-NO-ENTREGADOS WS-CONT-PENDIENTES
               WS-PH-TOTAL WS-RES-TOTAL
           CALL "FECHAPROC" USING WS-FECHA-HOY
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACTUAL(1:6) TO WS-HORA-HHMMSS
           MOVE WS-HORA-HHMMSS TO WS-VENTANA-HORA
           PERFORM HORA-EN-VENTANA
           MOVE WS-VENTANA-RESULTADO TO WS-VENTANA-AHORA

           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "AVISO: ENTREGABLES.DAT NO DISPONIBLE, NO SE "
                   "CONTROLAN LAS ENTREGAS"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARGA-PASOS-HOY THRU CARGA-PASOS-HOY-FIN
           PERFORM CARGA-RESUELTOS THRU CARGA-RESUELTOS-FIN

           MOVE "N" TO WS-EOF-FICHERO
           PERFORM LEE-CATALOGO
           PERFORM UNTIL FIN-FICHERO
               IF ENT-FICHERO NOT = SPACES
                       AND ENT-FICHERO(1:1) NOT = "*"
                   ADD 1 TO WS-CONT-CATALOGO
                   PERFORM EVALUA-ENTREGABLE THRU
                       EVALUA-ENTREGABLE-FIN
               END-IF
               PERFORM LEE-CATALOGO
           END-PERFORM
           CLOSE CATALOGO-FILE

           DISPLAY "CONTROL DE ENTREGAS TRAS " LS-FASE ": CATALOGO="
               WS-CONT-CATALOGO " A TIEMPO=" WS-CONT-A-TIEMPO
               " FUERA DE PLAZO=" WS-CONT-FUERA-PLAZO
               " NO ENTREGADOS=" WS-CONT-NO-ENTREGADOS
               " PENDIENTES=" WS-CONT-PENDIENTES

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

      *    LAS ANOTACIONES DE OMISION DE MAESTRO LLEVAN "OMITIDA "
      *    DELANTE DEL PROGRAMA
       CARGA-PASOS-HOY.
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               GO TO CARGA-PASOS-HOY-FIN
           END-IF
           MOVE "N" TO WS-EOF-FICHERO
           PERFORM LEE-JOBLOG
           PERFORM UNTIL FIN-FICHERO
               IF JL-FECHA = WS-FECHA-HOY
                   IF JL-PROGRAMA(1:8) = "OMITIDA "
                       MOVE JL-PROGRAMA(9:22) TO WS-PH-BUSCADO
                   ELSE
                       MOVE JL-PROGRAMA TO WS-PH-BUSCADO
                   END-IF
                   PERFORM BUSCA-PASO
                   IF WS-PH-POS = ZERO AND WS-PH-TOTAL < 300
                       ADD 1 TO WS-PH-TOTAL
                       MOVE WS-PH-TOTAL TO WS-PH-POS
                       MOVE WS-PH-BUSCADO TO WS-PH-PROGRAMA(WS-PH-POS)
                   END-IF
                   IF WS-PH-POS > ZERO
                       IF JL-PROGRAMA(1:8) = "OMITIDA "
                           MOVE "O" TO WS-PH-TIPO(WS-PH-POS)
                           MOVE ZERO TO WS-PH-HORA-FIN(WS-PH-POS)
                           MOVE ZERO TO WS-PH-RC(WS-PH-POS)
                       ELSE
                           MOVE "E" TO WS-PH-TIPO(WS-PH-POS)
                           MOVE JL-HORA-FIN(1:6)
                               TO WS-PH-HORA-FIN(WS-PH-POS)
                           MOVE JL-RC TO WS-PH-RC(WS-PH-POS)
                       END-IF
                   END-IF
               END-IF
               PERFORM LEE-JOBLOG
           END-PERFORM
           CLOSE JOBLOG-FILE.

       CARGA-PASOS-HOY-FIN.
           EXIT.

       LEE-JOBLOG.
           READ JOBLOG-FILE
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       BUSCA-PASO.
           MOVE ZERO TO WS-PH-POS
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-TOTAL OR WS-PH-POS > ZERO
               IF WS-PH-PROGRAMA(WS-PH-IDX) = WS-PH-BUSCADO
                   MOVE WS-PH-IDX TO WS-PH-POS
               END-IF
           END-PERFORM.

       CARGA-RESUELTOS.
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               GO TO CARGA-RESUELTOS-FIN
           END-IF
           MOVE "N" TO WS-EOF-FICHERO
           PERFORM LEE-HISTORIA
           PERFORM UNTIL FIN-FICHERO
               IF ENH-FECHA = WS-FECHA-HOY
                   MOVE ENH-FICHERO TO WS-NOMBRE-ENTREGA
                   PERFORM BUSCA-RESUELTO
                   IF WS-RES-POS = ZERO AND WS-RES-TOTAL < 300
                       ADD 1 TO WS-RES-TOTAL
                       MOVE WS-RES-TOTAL TO WS-RES-POS
                       MOVE ENH-FICHERO TO WS-RES-FICHERO(WS-RES-POS)
                   END-IF
                   IF WS-RES-POS > ZERO
                       MOVE ENH-ESTADO TO WS-RES-ESTADO(WS-RES-POS)
                   END-IF
               END-IF
               PERFORM LEE-HISTORIA
           END-PERFORM
           CLOSE HISTORIA-FILE.

       CARGA-RESUELTOS-FIN.
           EXIT.

       LEE-HISTORIA.
           READ HISTORIA-FILE
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       BUSCA-RESUELTO.
           MOVE ZERO TO WS-RES-POS
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-TOTAL
                   OR WS-RES-POS > ZERO
               IF WS-RES-FICHERO(WS-RES-IDX) = WS-NOMBRE-ENTREGA
                   MOVE WS-RES-IDX TO WS-RES-POS
               END-IF
           END-PERFORM.

      ******************************************************************
      * UN ENTREGABLE: YA RESUELTO, PRODUCIDO, VENCIDO O PENDIENTE
      ******************************************************************
       EVALUA-ENTREGABLE.
           MOVE ENT-FICHERO TO WS-NOMBRE-ENTREGA
           PERFORM BUSCA-RESUELTO
      *    ENTREGADO (A TIEMPO O NO) YA NO SE VUELVE A MIRAR; EL NO
      *    ENTREGADO SOLO SI UN RELANZAMIENTO LO HA PRODUCIDO DESPUES
           IF WS-RES-POS > ZERO
               IF WS-RES-ESTADO(WS-RES-POS) NOT = "N"
                   GO TO EVALUA-ENTREGABLE-FIN
               END-IF
           END-IF

           PERFORM COMPRUEBA-PRODUCCION THRU COMPRUEBA-PRODUCCION-FIN
           IF NO-TOCA-HOY
               GO TO EVALUA-ENTREGABLE-FIN
           END-IF

           MOVE ENT-HORA-LIMITE TO WS-VENTANA-HORA
           IF ENT-HORA-LIMITE NOT NUMERIC
               MOVE 115959 TO WS-VENTANA-HORA
           END-IF
           PERFORM HORA-EN-VENTANA
           MOVE WS-VENTANA-RESULTADO TO WS-VENTANA-LIMITE

           IF PRODUCIDO
               MOVE WS-HORA-ENTREGA TO WS-VENTANA-HORA
               PERFORM HORA-EN-VENTANA
               MOVE WS-VENTANA-RESULTADO TO WS-VENTANA-ENTREGA
               IF WS-VENTANA-ENTREGA > WS-VENTANA-LIMITE
                   MOVE "T" TO WS-ESTADO
                   MOVE "FUERA DE PLAZO" TO WS-TEXTO-ESTADO
                   ADD 1 TO WS-CONT-FUERA-PLAZO
                   PERFORM ESCRIBE-ALERTA
               ELSE
                   MOVE "A" TO WS-ESTADO
                   ADD 1 TO WS-CONT-A-TIEMPO
               END-IF
               PERFORM GRABA-HISTORIA
               GO TO EVALUA-ENTREGABLE-FIN
           END-IF

      *    SIN PRODUCIR: YA CONSTA COMO NO ENTREGADO, SIGUE IGUAL
           IF WS-RES-POS > ZERO
               ADD 1 TO WS-CONT-NO-ENTREGADOS
               GO TO EVALUA-ENTREGABLE-FIN
           END-IF
           IF ENT-FASE = LS-FASE OR LS-FASE = "CIERRE"
                   OR WS-VENTANA-AHORA > WS-VENTANA-LIMITE
               MOVE "N" TO WS-ESTADO
               MOVE "NO ENTREGADO" TO WS-TEXTO-ESTADO
               MOVE ZERO TO WS-HORA-ENTREGA
               ADD 1 TO WS-CONT-NO-ENTREGADOS
               PERFORM ESCRIBE-ALERTA
               PERFORM GRABA-HISTORIA
           ELSE
               ADD 1 TO WS-CONT-PENDIENTES
           END-IF.

       EVALUA-ENTREGABLE-FIN.
           EXIT.

      *    PRODUCIDO = SU PASO CORRIO HOY SIN ABORTAR Y EL FICHERO
      *    ESTA AHI
       COMPRUEBA-PRODUCCION.
           MOVE "N" TO WS-PRODUCIDO
           MOVE "N" TO WS-NO-TOCA
           MOVE ZERO TO WS-HORA-ENTREGA
           MOVE ENT-PROGRAMA TO WS-PH-BUSCADO
           PERFORM BUSCA-PASO
           IF WS-PH-POS = ZERO
               GO TO COMPRUEBA-PRODUCCION-FIN
           END-IF
           IF WS-PH-TIPO(WS-PH-POS) = "O"
               SET NO-TOCA-HOY TO TRUE
               GO TO COMPRUEBA-PRODUCCION-FIN
           END-IF
           IF WS-PH-RC(WS-PH-POS) >= 8
               GO TO COMPRUEBA-PRODUCCION-FIN
           END-IF
           OPEN INPUT ENTREGA-FILE
           IF WS-ENTREGA-STATUS = "00"
               CLOSE ENTREGA-FILE
               SET PRODUCIDO TO TRUE
               MOVE WS-PH-HORA-FIN(WS-PH-POS) TO WS-HORA-ENTREGA
           END-IF.

       COMPRUEBA-PRODUCCION-FIN.
           EXIT.

      *    LA VENTANA EMPIEZA A MEDIODIA: LAS 12:00 VALEN 000000 Y
      *    LAS 11:59:59 DEL DIA SIGUIENTE 235959
       HORA-EN-VENTANA.
           IF WS-VENTANA-HORA >= 120000
               COMPUTE WS-VENTANA-RESULTADO = WS-VENTANA-HORA - 120000
           ELSE
               COMPUTE WS-VENTANA-RESULTADO = WS-VENTANA-HORA + 120000
           END-IF.

       GRABA-HISTORIA.
           OPEN EXTEND HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           MOVE WS-FECHA-HOY TO ENH-FECHA
           MOVE ENT-FICHERO TO ENH-FICHERO
           MOVE ENT-DESTINATARIO TO ENH-DESTINATARIO
           MOVE ENT-RESPONSABLE TO ENH-RESPONSABLE
           IF ENT-HORA-LIMITE NUMERIC
               MOVE ENT-HORA-LIMITE TO ENH-HORA-LIMITE
           ELSE
               MOVE ZERO TO ENH-HORA-LIMITE
           END-IF
           MOVE WS-HORA-ENTREGA TO ENH-HORA-ENTREGA
           MOVE WS-ESTADO TO ENH-ESTADO
           WRITE ENTREGA-HISTORIA-RECORD
           CLOSE HISTORIA-FILE.

       ESCRIBE-ALERTA.
           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           MOVE SPACES TO ALERTA-RECORD
      *    LA FECHA Y EL FICHERO EN LAS DOS LINEAS: LA CONSOLA DE
      *    ALERTAS NO ENCOLA DOS VECES EL MISMO TEXTO
           STRING "ALERTA ENTREGAS " WS-FECHA-HOY ": "
               DELIMITED BY SIZE
               ENT-FICHERO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-TEXTO-ESTADO DELIMITED BY "  "
               " LIMITE " ENT-HORA-LIMITE
               DELIMITED BY SIZE INTO ALERTA-RECORD
           WRITE ALERTA-RECORD
           DISPLAY ALERTA-RECORD
           MOVE SPACES TO ALERTA-RECORD
           STRING "ENTREGAS " WS-FECHA-HOY " " DELIMITED BY SIZE
               ENT-FICHERO DELIMITED BY SPACE
               " PARA " ENT-DESTINATARIO " RESP " ENT-RESPONSABLE
               DELIMITED BY SIZE INTO ALERTA-RECORD
           WRITE ALERTA-RECORD
           DISPLAY ALERTA-RECORD
           CLOSE ALERTAS-FILE
           MOVE ENT-FICHERO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING WS-TEXTO-ESTADO " LIMITE=" ENT-HORA-LIMITE
               " ENTREGA=" WS-HORA-ENTREGA " DEST=" ENT-DESTINATARIO
               " RESP=" ENT-RESPONSABLE " FASE=" LS-FASE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       END PROGRAM CONTROL-ENTREGAS.
