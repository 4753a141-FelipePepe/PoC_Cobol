      ******************************************************************
      * Author:
      * Date:
      * Purpose: Puesto de riesgos para los prestamos retenidos por
      *          limite de credito. ALTA-PRESTAMOS deja en
      *          PRESTAMOS_RETENIDOS.DAT (COPY CREDIREC) la aceptacion
      *          que llevaria al cliente por encima de su limite en
      *          CLIENTES.DAT. Desde aqui riesgos, con la marca
      *          CREDITO de SEGURIDAD:
      *              - lista los retenidos pendientes con el riesgo
      *                y el limite del cliente al retenerlos,
      *              - aprueba uno, que la siguiente corrida de
      *                ALTA-PRESTAMOS contabiliza sin volver a mirar
      *                el limite, o
      *              - lo deniega, y la aceptacion queda rechazada.
      *          Cada decision queda en AUDITORIA con el operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-CREDITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENIDOS-FILE ASSIGN TO "PRESTAMOS_RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-REFERENCIA
               FILE STATUS IS WS-RETENIDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENIDOS-FILE.
       COPY CREDIREC.

       WORKING-STORAGE SECTION.
       01  WS-RETENIDOS-STATUS PIC XX.
       01  WS-EOF-RETENIDOS PIC X.
           88  FIN-RETENIDOS VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-LISTAR VALUE "L" "l".
           88  OPCION-APROBAR VALUE "A" "a".
           88  OPCION-DENEGAR VALUE "D" "d".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-REFERENCIA PIC X(8).
       01  WS-CONFIRMA PIC X.
       01  WS-CONT-PENDIENTES PIC 9(4).
       01  WS-CONT-APROBADOS PIC 9(4) VALUE ZERO.
       01  WS-CONT-DENEGADOS PIC 9(4) VALUE ZERO.
       01  WS-PRINCIPAL-ED PIC ZZZZZZZZ9.99.
       01  WS-RIESGO-ED PIC ZZZZZZZZZZ9.99.
       01  WS-LIMITE-ED PIC ZZZZZZZZ9.99.
       01  WS-OPERADOR PIC X(10).
       01  WS-FECHA-PROCESO PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "APROBACION-CREDITO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CREDITO".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "APROBACION-CREDITO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "CREDITO   "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "APROBACION DE CREDITO DENEGADA POR SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR
           END-IF

           OPEN I-O RETENIDOS-FILE
           IF WS-RETENIDOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_RETENIDOS.DAT NO DISPONIBLE, NO HAY "
                   "RETENIDOS QUE DECIDIR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE RETENIDOS-FILE

           DISPLAY "SESION DE CREDITO TERMINADA. APROBADOS="
               WS-CONT-APROBADOS " DENEGADOS=" WS-CONT-DENEGADOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== PRESTAMOS RETENIDOS POR LIMITE DE CREDITO ==="
           DISPLAY "L - LISTAR RETENIDOS PENDIENTES"
           DISPLAY "A - APROBAR UN RETENIDO"
           DISPLAY "D - DENEGAR UN RETENIDO"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM LISTA-PENDIENTES
               WHEN OPCION-APROBAR
                   PERFORM DECIDE-RETENIDO THRU DECIDE-RETENIDO-FIN
               WHEN OPCION-DENEGAR
                   PERFORM DECIDE-RETENIDO THRU DECIDE-RETENIDO-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       LISTA-PENDIENTES.
           MOVE ZERO TO WS-CONT-PENDIENTES
           MOVE "N" TO WS-EOF-RETENIDOS
           MOVE LOW-VALUES TO RPR-REFERENCIA
           START RETENIDOS-FILE KEY IS >= RPR-REFERENCIA
               INVALID KEY
                   SET FIN-RETENIDOS TO TRUE
           END-START
           PERFORM UNTIL FIN-RETENIDOS
               READ RETENIDOS-FILE NEXT RECORD
                   AT END
                       SET FIN-RETENIDOS TO TRUE
                   NOT AT END
                       IF RPR-PENDIENTE
                           PERFORM MUESTRA-RETENIDO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "PENDIENTES: " WS-CONT-PENDIENTES.

       MUESTRA-RETENIDO.
           ADD 1 TO WS-CONT-PENDIENTES
           MOVE RPR-PRINCIPAL TO WS-PRINCIPAL-ED
           MOVE RPR-RIESGO TO WS-RIESGO-ED
           MOVE RPR-LIMITE TO WS-LIMITE-ED
           DISPLAY RPR-REFERENCIA " CLIENTE=" RPR-CLIENTE
               " RETENIDO EL " RPR-FECHA-RETENCION
           DISPLAY "   PRINCIPAL=" WS-PRINCIPAL-ED
               " RIESGO ACTUAL=" WS-RIESGO-ED
               " LIMITE=" WS-LIMITE-ED.

       DECIDE-RETENIDO.
           DISPLAY "Referencia del prestamo retenido: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-REFERENCIA FROM CONSOLE-DEVICE
           MOVE WS-REFERENCIA TO RPR-REFERENCIA
           READ RETENIDOS-FILE
               INVALID KEY
                   DISPLAY "NO HAY RETENIDO CON ESA REFERENCIA: "
                       WS-REFERENCIA
                   GO TO DECIDE-RETENIDO-FIN
           END-READ
           IF NOT RPR-PENDIENTE
               DISPLAY "EL RETENIDO YA ESTA DECIDIDO (ESTADO "
                   RPR-ESTADO ")"
               GO TO DECIDE-RETENIDO-FIN
           END-IF
           MOVE ZERO TO WS-CONT-PENDIENTES
           PERFORM MUESTRA-RETENIDO
           IF OPCION-APROBAR
               DISPLAY "Confirma la APROBACION (S/N): "
                   UPON CONSOLE-DEVICE
           ELSE
               DISPLAY "Confirma la DENEGACION (S/N): "
                   UPON CONSOLE-DEVICE
           END-IF
           ACCEPT WS-CONFIRMA FROM CONSOLE-DEVICE
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "DECISION ANULADA"
               GO TO DECIDE-RETENIDO-FIN
           END-IF

           IF OPCION-APROBAR
               MOVE "A" TO RPR-ESTADO
               ADD 1 TO WS-CONT-APROBADOS
           ELSE
               MOVE "D" TO RPR-ESTADO
               ADD 1 TO WS-CONT-DENEGADOS
           END-IF
           MOVE WS-OPERADOR TO RPR-OPERADOR
           MOVE WS-FECHA-PROCESO TO RPR-FECHA-DECISION
           REWRITE RETENIDO-CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA DECISION: "
                       WS-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO DECIDE-RETENIDO-FIN
           END-REWRITE

           MOVE WS-REFERENCIA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "RETENIDO REF=" RPR-REFERENCIA
               " ESTADO=" RPR-ESTADO
               " CLIENTE=" RPR-CLIENTE
               " PRINCIPAL=" RPR-PRINCIPAL
               " OPERADOR=" WS-OPERADOR
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "DECISION GRABADA: " WS-REFERENCIA
               " ESTADO " RPR-ESTADO.

       DECIDE-RETENIDO-FIN.
           EXIT.

       END PROGRAM APROBACION-CREDITO.
