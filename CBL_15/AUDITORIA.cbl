      *          log dentro de la ventana (BALANCE-OPERACIONES), de
      *          modo que ningun resumen lea un fichero con
      *          escrituras retenidas en el buffer.
      *          Cadena de integridad: cada registro lleva su numero
      *          de secuencia y un resumen (HASH-AUDITORIA) de su
      *          contenido y del resumen anterior. El final de la
      *          cadena vive en AUDIT_CADENA.DAT, que se relee en cada
      *          llamada suelta y se regraba tras cada escritura; en
      *          una corrida se lleva en memoria y se graba en el
      *          FIN-RUN. El INICIO-RUN toma el final de la cadena de
      *          la cola del propio log si va por delante del fichero
      *          de estado (corrida anterior interrumpida sin FIN-RUN).
      *          Sesiones de emergencia: si el operador tiene en vigor
      *          una sesion de acceso de emergencia (SESION-EMERGENCIA)
      *          su inicio se graba en AUD-SESION-EMERGENCIA, para que
      *          REVISION-EMERGENCIA saque al dia siguiente todo lo
      *          hecho en ella. Fuera de una corrida se consulta en
      *          cada llamada; en una corrida, en el INICIO-RUN, y la
      *          marca se retira sola al pasar la hora de caducidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CADENA-FILE ASSIGN TO "AUDIT_CADENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CADENA-FILE.
       01  CADENA-RECORD.
           05  CAD-SECUENCIA PIC 9(9).
           05  CAD-HASH PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-CADENA-STATUS PIC XX.
       01  WS-EOF-AUDIT PIC X.
           88  FIN-AUDIT VALUE "Y".
      *    FINAL DE LA CADENA: ULTIMA SECUENCIA Y ULTIMO RESUMEN
       01  WS-CAD-SECUENCIA PIC 9(9) VALUE ZERO.
       01  WS-CAD-HASH PIC 9(10) VALUE ZERO.
       01  WS-HASH-PREVIO PIC 9(10).
       01  WS-OPERADOR PIC X(20).
       01  WS-FECHA PIC 9(8).
       01  WS-HORA PIC 9(8).
      *    SESION DE EMERGENCIA EN VIGOR (EN BLANCO SI NO HAY)
       01  WS-SESION-EMERGENCIA PIC X(14) VALUE SPACES.
       01  WS-SESION-FIN PIC X(14) VALUE SPACES.
       01  WS-SESION-FUNCIONES PIC X(40).
       01  WS-AHORA PIC 9(14).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA PIC 9(8).
           05  WS-AHORA-HORA PIC 9(6).
      *    ESTADO PERSISTENTE ENTRE LLAMADAS DENTRO DE LA MISMA
      *    CORRIDA: MIENTRAS ESTE EN "Y" EL FICHERO SIGUE ABIERTO
       01  WS-LOG-ABIERTO PIC X VALUE "N".
           CALL "FECHAPROC" USING WS-FECHA
           ACCEPT WS-HORA FROM TIME

      *    DENTRO DE UNA CORRIDA EL FINAL DE LA CADENA YA ESTA EN
      *    MEMORIA; FUERA, OTRO PROCESO PUEDE HABER ESCRITO DESDE LA
      *    ULTIMA LLAMADA
           IF NOT LOG-ABIERTO
               PERFORM LEE-CADENA
           END-IF

           IF NOT LOG-ABIERTO OR LS-EVENTO = "INICIO-RUN"
               CALL "SESION-EMERGENCIA" USING WS-OPERADOR(1:10)
                   WS-SESION-EMERGENCIA WS-SESION-FIN
                   WS-SESION-FUNCIONES
           ELSE
               PERFORM VIGENCIA-SESION
           END-IF

           EVALUATE LS-EVENTO
               WHEN "INICIO-RUN"
                   PERFORM RECUPERA-COLA-LOG THRU
                       RECUPERA-COLA-LOG-FIN
                   PERFORM ABRE-LOG
                   SET LOG-ABIERTO TO TRUE
               WHEN "FIN-RUN"
           MOVE LS-EVENTO TO AUD-EVENTO
           MOVE LS-CLAVE TO AUD-CLAVE
           MOVE LS-DETALLE TO AUD-DETALLE
           MOVE WS-SESION-EMERGENCIA TO AUD-SESION-EMERGENCIA
      *    LOS DETALLES MONTADOS CON STRING TRAEN LOW-VALUES EN LA
      *    COLA NO RELLENADA; SE BLANQUEAN AQUI, EN UN SOLO SITIO,
      *    PORQUE UN REGISTRO CON CARACTERES DE CONTROL SE RECHAZA
      *    AL GRABAR Y EL EVENTO SE PERDERIA SIN DEJAR RASTRO
           INSPECT AUDITORIA-REGISTRO
               REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-CAD-HASH TO WS-HASH-PREVIO
           ADD 1 TO WS-CAD-SECUENCIA
           MOVE WS-CAD-SECUENCIA TO AUD-SECUENCIA
           CALL "HASH-AUDITORIA" USING AUDITORIA-REGISTRO
               WS-HASH-PREVIO AUD-HASH
           WRITE AUDITORIA-REGISTRO
           IF WS-AUDIT-STATUS = "00"
               MOVE AUD-HASH TO WS-CAD-HASH
           ELSE
      *        UN REGISTRO NO GRABADO NO CUENTA EN LA CADENA
               SUBTRACT 1 FROM WS-CAD-SECUENCIA
           END-IF

           EVALUATE TRUE
               WHEN LS-EVENTO = "FIN-RUN"
                   CLOSE AUDIT-FILE
                   MOVE "N" TO WS-LOG-ABIERTO
                   PERFORM GRABA-CADENA
               WHEN LOG-ABIERTO
                   CONTINUE
               WHEN OTHER
                   CLOSE AUDIT-FILE
                   PERFORM GRABA-CADENA
           END-EVALUATE

           GOBACK.

       VIGENCIA-SESION.
      *    DENTRO DE UNA CORRIDA LA SESION CADUCA SOLA A SU HORA
           IF WS-SESION-EMERGENCIA NOT = SPACES
               ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
               MOVE WS-HORA(1:6) TO WS-AHORA-HORA
               IF WS-AHORA >= WS-SESION-FIN
                   MOVE SPACES TO WS-SESION-EMERGENCIA WS-SESION-FIN
               END-IF
           END-IF.

       ABRE-LOG.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       LEE-CADENA.
      *    SIN FICHERO DE ESTADO LA CADENA EMPIEZA EN LA SECUENCIA 1
           MOVE ZERO TO WS-CAD-SECUENCIA WS-CAD-HASH
           OPEN INPUT CADENA-FILE
           IF WS-CADENA-STATUS = "00"
               READ CADENA-FILE
                   NOT AT END
                       IF CAD-SECUENCIA IS NUMERIC
                               AND CAD-HASH IS NUMERIC
                           MOVE CAD-SECUENCIA TO WS-CAD-SECUENCIA
                           MOVE CAD-HASH TO WS-CAD-HASH
                       END-IF
               END-READ
               CLOSE CADENA-FILE
           END-IF.

       RECUPERA-COLA-LOG.
      *    UNA CORRIDA QUE NO LLEGO AL FIN-RUN DEJO EN EL LOG
      *    REGISTROS QUE EL FICHERO DE ESTADO NO CONOCE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO RECUPERA-COLA-LOG-FIN
           END-IF
           MOVE "N" TO WS-EOF-AUDIT
           PERFORM UNTIL FIN-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET FIN-AUDIT TO TRUE
                   NOT AT END
                       IF AUD-SECUENCIA IS NUMERIC
                               AND AUD-HASH IS NUMERIC
                               AND AUD-SECUENCIA > WS-CAD-SECUENCIA
                           MOVE AUD-SECUENCIA TO WS-CAD-SECUENCIA
                           MOVE AUD-HASH TO WS-CAD-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       RECUPERA-COLA-LOG-FIN.
           EXIT.

       GRABA-CADENA.
           OPEN OUTPUT CADENA-FILE
           IF WS-CADENA-STATUS = "00"
               MOVE WS-CAD-SECUENCIA TO CAD-SECUENCIA
               MOVE WS-CAD-HASH TO CAD-HASH
               WRITE CADENA-RECORD
               CLOSE CADENA-FILE
           END-IF.

       END PROGRAM AUDITORIA.
