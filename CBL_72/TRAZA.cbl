      *          aceptada, procesada, suspendida (con motivo y
      *          estado), liberada y asentada en contabilidad, con
      *          fechas y desenlaces en una sola pagina de consola.
      *          Las anulaciones aparecen enlazadas a su original:
      *          la operacion procesada muestra cuando y en que lote
      *          se anulo (OPERACIONES_ANULADAS.DAT) y las lineas de
      *          la anulacion indican la fecha de la original.
      *          La salida calculada se busca en el historico
      *          OPERACIONES_HISTORICO.DAT (COPY OPHISREC) y no en el
      *          OPERACIONES.CSV del dia, de modo que el rastreo
      *          alcanza todas las jornadas: por cada fecha se salta
      *          directamente a la clave del grupo, con su lote,
      *          originador, sucursal y RESULT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PRO-CLAVE
               FILE STATUS IS WS-PROCESADAS-STATUS.

           SELECT ANULADAS-FILE ASSIGN TO "OPERACIONES_ANULADAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANU-CLAVE
               FILE STATUS IS WS-ANULADAS-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.

           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENTOS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  ACE-OPERACION PIC X.
           05  ACE-DIVISA PIC X(3).
           05  ACE-SUCURSAL PIC X(4).
           05  ACE-FECHA-VALOR PIC X(8).
           05  ACE-CLASE-REGISTRO PIC X.
               88  ACE-ES-ANULACION VALUE "R".
           05  ACE-FECHA-ORIGINAL PIC X(8).
           05  FILLER PIC X(38).
       01  ACEPTADA-GENERICO.
           05  ACE-TIPO-REGISTRO PIC X.
               88  ACE-ES-CABECERA VALUE "H".
               10  PRO-OPERACION PIC X.
           05  PRO-FECHA-PROCESO PIC 9(8).

       FD  ANULADAS-FILE.
       COPY ANULAREC.

       FD  SUSPENSO-FILE.
       COPY SUSPREC.

           05  LIB-DIVISA PIC X(3).
           05  LIB-SUCURSAL PIC X(4).

       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  ASIENTOS-FILE.
       01  ASIENTO-RECORD.
       01  WS-PROCESADAS-STATUS PIC XX.
       01  WS-SUSPENSO-STATUS PIC XX.
       01  WS-LIBERADAS-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-ASIENTOS-STATUS PIC XX.
       01  WS-ANULADAS-STATUS PIC XX.
       01  WS-HAY-ANULADAS PIC X VALUE "N".
           88  HAY-ANULADAS VALUE "Y".

       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".
       01  WS-CONT-ETAPAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-HALLAZGOS PIC 9(4) VALUE ZERO.

       01  WS-FECHA-SALTO PIC 9(8).
       01  WS-RESULT-EDITADO PIC -ZZZZ9.99.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CONSULTA-TRANSACCION".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CONSULTA".
           PERFORM ETAPA-PROCESADA THRU ETAPA-PROCESADA-FIN
           PERFORM ETAPA-SUSPENDIDA THRU ETAPA-SUSPENDIDA-FIN
           PERFORM ETAPA-LIBERADA THRU ETAPA-LIBERADA-FIN
           PERFORM ETAPA-HISTORICO THRU ETAPA-HISTORICO-FIN
           PERFORM ETAPA-CONTABLE THRU ETAPA-CONTABLE-FIN

           IF WS-CONT-HALLAZGOS = ZERO
                               " NUM2=" ACE-NUM2
                               " OP=" ACE-OPERACION
                               " SUC=" ACE-SUCURSAL
                           IF ACE-ES-ANULACION
                               DISPLAY "  ES LA ANULACION DE LA "
                                   "OPERACION PROCESADA EL "
                                   ACE-FECHA-ORIGINAL
                           END-IF
                       END-IF
               END-EVALUATE
               PERFORM LEE-ACEPTADA
               GO TO ETAPA-PROCESADA-FIN
           END-IF
           ADD 1 TO WS-CONT-ETAPAS
           MOVE "N" TO WS-HAY-ANULADAS
           OPEN INPUT ANULADAS-FILE
           IF WS-ANULADAS-STATUS = "00"
               SET HAY-ANULADAS TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-FICHERO
           MOVE LOW-VALUES TO PRO-CLAVE
           MOVE WS-GRUPO TO PRO-GRUPO
                                   ": NUM1=" PRO-NUM1
                                   " NUM2=" PRO-NUM2
                                   " OP=" PRO-OPERACION
                               PERFORM BUSCA-ANULACION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF HAY-ANULADAS
               CLOSE ANULADAS-FILE
           END-IF
           CLOSE PROCESADAS-FILE.

       ETAPA-PROCESADA-FIN.
           EXIT.

       BUSCA-ANULACION.
           IF HAY-ANULADAS
               MOVE PRO-CLAVE TO ANU-CLAVE
               READ ANULADAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-HALLAZGOS
                       DISPLAY "  ANULADA EL " ANU-FECHA-ANULACION
                           " (LOTE " ANU-LOTE-ID ") - OPERACION "
                           "ORIGINAL DEL " ANU-FECHA-ORIGINAL
               END-READ
           END-IF.

       ETAPA-SUSPENDIDA.
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUSPENSO-STATUS NOT = "00"
                   SET FIN-FICHERO TO TRUE
           END-READ.

      *    EL HISTORICO ESTA ORDENADO POR FECHA Y GRUPO: EN CADA FECHA
      *    SE POSICIONA EN EL GRUPO BUSCADO Y, AL PASARLO, SALTA A LA
      *    FECHA SIGUIENTE
       ETAPA-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               GO TO ETAPA-HISTORICO-FIN
           END-IF
           ADD 1 TO WS-CONT-ETAPAS
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-FECHA-FILTRO TO WS-FECHA-SALTO
           PERFORM SALTA-A-GRUPO
           PERFORM UNTIL FIN-FICHERO
               EVALUATE TRUE
                   WHEN WS-FECHA-FILTRO NOT = ZERO
                           AND OPH-FECHA NOT = WS-FECHA-FILTRO
                       SET FIN-FICHERO TO TRUE
                   WHEN OPH-GRUPO = WS-GRUPO
                       PERFORM MUESTRA-HISTORICO
                       PERFORM LEE-HISTORICO
                   WHEN OPH-GRUPO < WS-GRUPO
                       MOVE OPH-FECHA TO WS-FECHA-SALTO
                       PERFORM SALTA-A-GRUPO
                   WHEN OPH-FECHA = 99999999
                       SET FIN-FICHERO TO TRUE
                   WHEN OTHER
                       COMPUTE WS-FECHA-SALTO = OPH-FECHA + 1
                       PERFORM SALTA-A-GRUPO
               END-EVALUATE
           END-PERFORM
           CLOSE HISTORICO-FILE.

       ETAPA-HISTORICO-FIN.
           EXIT.

       SALTA-A-GRUPO.
           MOVE LOW-VALUES TO OPH-CLAVE
           MOVE WS-FECHA-SALTO TO OPH-FECHA
           MOVE WS-GRUPO TO OPH-GRUPO
           START HISTORICO-FILE KEY IS >= OPH-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           IF NOT FIN-FICHERO
               PERFORM LEE-HISTORICO
           END-IF.

       LEE-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       MUESTRA-HISTORICO.
           IF WS-LOTE-FILTRO = SPACES OR OPH-LOTE-ID = WS-LOTE-FILTRO
               ADD 1 TO WS-CONT-HALLAZGOS
               MOVE OPH-RESULT TO WS-RESULT-EDITADO
               DISPLAY "CALCULADA EL " OPH-FECHA
                   " (LOTE " OPH-LOTE-ID " ORIGEN " OPH-ORIGEN
                   "): OPERACION=" OPH-OPERACION
               DISPLAY "  RESULT=" WS-RESULT-EDITADO
                   " DIVISA=" OPH-DIVISA
                   " SUC=" OPH-SUCURSAL
               IF OPH-FECHA-VALOR NOT = SPACES
                   DISPLAY "  AJUSTE CON FECHA VALOR "
                       OPH-FECHA-VALOR
               END-IF
               IF OPH-ES-ANULACION
                   DISPLAY "  ANULACION DE LA OPERACION "
                       "PROCESADA EL " OPH-FECHA-ORIGINAL
               END-IF
           END-IF.

       ETAPA-CONTABLE.
           OPEN INPUT ASIENTOS-FILE
           IF WS-ASIENTOS-STATUS NOT = "00"
