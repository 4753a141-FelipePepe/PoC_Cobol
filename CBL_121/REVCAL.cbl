      ******************************************************************
      * Author:
      * Date:
      * Purpose: Puesto de revision de calidad. Recorre por orden de
      *          fecha las entradas pendientes de la cola
      *          REVISION_CALIDAD.DAT que sorteo MUESTRA-CALIDAD y deja
      *          que un segundo operador, con la marca REVISION de
      *          SEGURIDAD y distinto del que lanzo la corrida, anote
      *          por cada operacion si supera (S) o falla (F) la
      *          revision, con un comentario (obligatorio en los
      *          fallos). Cada veredicto queda en la propia cola
      *          (revisor y fecha) y en AUDITORIA; el informe mensual
      *          REVISION-INFORME saca de aqui la tasa de fallos y lo
      *          que sigue abierto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-CALIDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISION-FILE ASSIGN TO "REVISION_CALIDAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REVISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVISION-FILE.
       COPY REVISREC.

       WORKING-STORAGE SECTION.
       01  WS-REVISION-STATUS PIC XX.
       01  WS-EOF-REVISION PIC X VALUE "N".
           88  FIN-REVISION VALUE "Y".

       01  WS-DECISION PIC X.
           88  DECISION-SUPERADA VALUE "S" "s".
           88  DECISION-FALLIDA VALUE "F" "f".
           88  DECISION-OMITIR VALUE "O" "o".
           88  DECISION-TERMINAR VALUE "T" "t".
       01  WS-COMENTARIO PIC X(60).

       01  WS-REVISOR PIC X(20).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-CONT-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-SUPERADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-FALLIDAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-PROPIAS PIC 9(5) VALUE ZERO.

       01  WS-AUTORIZADO PIC 9.
       01  WS-SEVERIDAD PIC 9.
       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "REVISION-CALIDAD".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REVISION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "REVISION-CALIDAD".

      *    SOLO UN OPERADOR CON LA MARCA REVISION PUEDE DAR VEREDICTO
           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "REVISION  "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "REVISION DENEGADA POR SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "FECHAPROC" USING WS-FECHA-HOY
           ACCEPT WS-REVISOR FROM ENVIRONMENT "USER"
           IF WS-REVISOR = SPACES
               MOVE "DESCONOCIDO" TO WS-REVISOR
           END-IF

           OPEN I-O REVISION-FILE
           IF WS-REVISION-STATUS = "35"
               DISPLAY "NO HAY COLA DE REVISION TODAVIA"
               GOBACK
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "REVISION_CALIDAD.DAT" WS-REVISION-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO REV-FECHA
           MOVE ZERO TO REV-SECUENCIA
           START REVISION-FILE KEY IS >= REV-CLAVE
               INVALID KEY
                   SET FIN-REVISION TO TRUE
           END-START
           PERFORM UNTIL FIN-REVISION
               READ REVISION-FILE NEXT RECORD
                   AT END
                       SET FIN-REVISION TO TRUE
                   NOT AT END
                       IF REV-PENDIENTE
                           PERFORM REVISA-ENTRADA
                               THRU REVISA-ENTRADA-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVISION-FILE

           IF WS-CONT-PROPIAS > ZERO
               DISPLAY "ENTRADAS DE CORRIDAS PROPIAS QUE QUEDAN PARA "
                   "OTRO REVISOR: " WS-CONT-PROPIAS
           END-IF
           DISPLAY "REVISIONES SUPERADAS: " WS-CONT-SUPERADAS
               " FALLIDAS: " WS-CONT-FALLIDAS
           GOBACK.

       REVISA-ENTRADA.
           ADD 1 TO WS-CONT-PENDIENTES
      *    LA REVISION ES INDEPENDIENTE O NO VALE: QUIEN LANZO LA
      *    CORRIDA NO PUEDE REVISAR SU PROPIO TRABAJO
           IF REV-OPERADOR-PROCESO = WS-REVISOR
               ADD 1 TO WS-CONT-PROPIAS
               GO TO REVISA-ENTRADA-FIN
           END-IF

           DISPLAY "REVISION " REV-FECHA "/" REV-SECUENCIA
               " LOTE=" REV-LOTE-ID " GRUPO=" REV-GRUPO
               " SUC=" REV-SUCURSAL
           DISPLAY "  " REV-OPERACION " NUM1=" REV-NUM1
               " NUM2=" REV-NUM2 " RESULT=" REV-RESULT
               " " REV-DIVISA " BASE=" REV-RESULT-BASE
           EVALUATE TRUE
               WHEN REV-POR-IMPORTE
                   DISPLAY "  EN MUESTRA POR IMPORTE ALTO"
               WHEN REV-POR-DIVISA
                   DISPLAY "  EN MUESTRA POR DIVISA EXTRANJERA"
               WHEN OTHER
                   DISPLAY "  EN MUESTRA POR SORTEO GENERAL"
           END-EVALUATE

           DISPLAY "¿Superada (S), Fallida (F), Omitir (O), "
               "Terminar (T)? " UPON CONSOLE-DEVICE
           ACCEPT WS-DECISION FROM CONSOLE-DEVICE
           EVALUATE TRUE
               WHEN DECISION-TERMINAR
                   SET FIN-REVISION TO TRUE
                   GO TO REVISA-ENTRADA-FIN
               WHEN DECISION-SUPERADA
                   CONTINUE
               WHEN DECISION-FALLIDA
                   CONTINUE
               WHEN OTHER
                   GO TO REVISA-ENTRADA-FIN
           END-EVALUATE

           MOVE SPACES TO WS-COMENTARIO
           DISPLAY "Comentario: " UPON CONSOLE-DEVICE
           ACCEPT WS-COMENTARIO FROM CONSOLE-DEVICE
      *    UN FALLO SIN EXPLICACION NO SIRVE COMO EVIDENCIA
           IF DECISION-FALLIDA AND WS-COMENTARIO = SPACES
               DISPLAY "  UN FALLO EXIGE COMENTARIO, LA ENTRADA "
                   "QUEDA PENDIENTE"
               GO TO REVISA-ENTRADA-FIN
           END-IF

           IF DECISION-SUPERADA
               SET REV-SUPERADA TO TRUE
               ADD 1 TO WS-CONT-SUPERADAS
           ELSE
               SET REV-FALLIDA TO TRUE
               ADD 1 TO WS-CONT-FALLIDAS
           END-IF
           MOVE WS-REVISOR TO REV-REVISOR
           MOVE WS-FECHA-HOY TO REV-FECHA-REVISION
           MOVE WS-COMENTARIO TO REV-COMENTARIO
           REWRITE REVISION-REGISTRO
               INVALID KEY
                   DISPLAY "  NO SE PUDO GRABAR EL VEREDICTO"
                   GO TO REVISA-ENTRADA-FIN
           END-REWRITE

           MOVE REV-GRUPO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REVISION " REV-FECHA "/" REV-SECUENCIA
               " VEREDICTO=" REV-ESTADO " SUC=" REV-SUCURSAL
               " PROCESO=" REV-OPERADOR-PROCESO
               " REVISOR=" WS-REVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       REVISA-ENTRADA-FIN.
           EXIT.

       END PROGRAM REVISION-CALIDAD.
