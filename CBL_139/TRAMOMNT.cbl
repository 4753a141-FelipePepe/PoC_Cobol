      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la tabla de tramos de retencion del
      *          impuesto sobre la renta TRAMOS_RETENCION.DAT (COPY
      *          TRAMOREC), con el mismo menu que TARIFAS-MAINT
      *          (CBL_68). Cada tramo es el limite inferior de la base
      *          mensual sujeta a retencion y el porcentaje que se
      *          aplica a la parte de la base que cae en el tramo.
      *          NOMINA-CALCULO la lee en cada corrida, de modo que un
      *          cambio de la escala no toca el programa. La opcion L
      *          lista la escala completa para revisarla antes del
      *          cierre. Todo cambio pasa por AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAMOS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAMOS-FILE ASSIGN TO "TRAMOS_RETENCION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-DESDE
               FILE STATUS IS WS-TRAMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAMOS-FILE.
       COPY TRAMOREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAMOS-STATUS PIC XX.
       01  WS-EOF-TRAMOS PIC X.
           88  FIN-TRAMOS VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-DESDE-TEXTO PIC X(12).
       01  WS-DESDE PIC 9(7)V99.
       01  WS-DESDE-VALIDO PIC X.
           88  DESDE-VALIDO VALUE "Y".
       01  WS-PORCENTAJE-TEXTO PIC X(6).
       01  WS-PORCENTAJE PIC 9(2)V99.
       01  WS-PORCENTAJE-ANTES PIC 9(2)V99.
       01  WS-EXISTIA PIC X.
           88  TRAMO-EXISTIA VALUE "Y".
       01  WS-CONT-TRAMOS PIC 9(4).
       01  WS-DESDE-ED PIC Z,ZZZ,ZZ9.99.
       01  WS-PORCENTAJE-ED PIC Z9.99.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "TRAMOS-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "TRAMOS-MAINT".

           OPEN I-O TRAMOS-FILE
           IF WS-TRAMOS-STATUS NOT = "00"
               OPEN OUTPUT TRAMOS-FILE
               CLOSE TRAMOS-FILE
               OPEN I-O TRAMOS-FILE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE TRAMOS-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO TRAMOS DE RETENCION ==="
           DISPLAY "A - ALTA/CAMBIO DE TRAMO"
           DISPLAY "B - BAJA (QUITAR TRAMO)"
           DISPLAY "I - INQUIRY (CONSULTAR TRAMO)"
           DISPLAY "L - LISTAR LA ESCALA"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-DESDE.
           MOVE "N" TO WS-DESDE-VALIDO
           DISPLAY "Base mensual desde la que aplica el tramo: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-DESDE-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-DESDE-TEXTO) = ZERO
                   AND FUNCTION NUMVAL(WS-DESDE-TEXTO) >= ZERO
                   AND FUNCTION NUMVAL(WS-DESDE-TEXTO) <= 9999999.99
               COMPUTE WS-DESDE = FUNCTION NUMVAL(WS-DESDE-TEXTO)
               SET DESDE-VALIDO TO TRUE
           ELSE
               DISPLAY "IMPORTE NO VALIDO"
           END-IF.

       PROCESA-ALTA.
           PERFORM PIDE-DESDE
           IF NOT DESDE-VALIDO
               GO TO PROCESA-ALTA-FIN
           END-IF
           DISPLAY "Porcentaje de retencion del tramo (NN.NN): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-PORCENTAJE-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-PORCENTAJE-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-PORCENTAJE-TEXTO) < ZERO
                   OR FUNCTION NUMVAL(WS-PORCENTAJE-TEXTO) > 99.99
               DISPLAY "PORCENTAJE NO VALIDO, NO SE GRABA EL TRAMO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF
           COMPUTE WS-PORCENTAJE =
               FUNCTION NUMVAL(WS-PORCENTAJE-TEXTO)

           MOVE "N" TO WS-EXISTIA
           MOVE ZERO TO WS-PORCENTAJE-ANTES
           MOVE WS-DESDE TO TRM-DESDE
           READ TRAMOS-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
                   MOVE TRM-PORCENTAJE TO WS-PORCENTAJE-ANTES
           END-READ

           MOVE WS-DESDE TO TRM-DESDE
           MOVE WS-PORCENTAJE TO TRM-PORCENTAJE
           CALL "FECHAPROC" USING TRM-FECHA-ACTUALIZACION
           IF TRAMO-EXISTIA
               REWRITE TRAMO-RECORD
           ELSE
               WRITE TRAMO-RECORD
           END-IF

           MOVE WS-DESDE TO WS-DESDE-ED
           MOVE WS-DESDE-ED TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF TRAMO-EXISTIA
               STRING "TRAMO DESDE=" WS-DESDE " CAMBIO PORCENTAJE="
                   WS-PORCENTAJE-ANTES "->" WS-PORCENTAJE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           ELSE
               STRING "TRAMO DESDE=" WS-DESDE " ALTA PORCENTAJE="
                   WS-PORCENTAJE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "TRAMO GRABADO".

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-BAJA.
           PERFORM PIDE-DESDE
           IF DESDE-VALIDO
               MOVE WS-DESDE TO TRM-DESDE
               DELETE TRAMOS-FILE
                   INVALID KEY
                       DISPLAY "NO HAY TRAMO DESDE " WS-DESDE-TEXTO
                   NOT INVALID KEY
                       MOVE WS-DESDE TO WS-DESDE-ED
                       MOVE WS-DESDE-ED TO WS-AUDIT-CLAVE
                       MOVE SPACES TO WS-AUDIT-DETALLE
                       STRING "TRAMO DESDE=" WS-DESDE " RETIRADO"
                           DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                       CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                           WS-AUDIT-EVENTO WS-AUDIT-CLAVE
                           WS-AUDIT-DETALLE
                       DISPLAY "TRAMO RETIRADO"
               END-DELETE
           END-IF.

       PROCESA-CONSULTA.
           PERFORM PIDE-DESDE
           IF DESDE-VALIDO
               MOVE WS-DESDE TO TRM-DESDE
               READ TRAMOS-FILE
                   INVALID KEY
                       DISPLAY "NO HAY TRAMO DESDE " WS-DESDE-TEXTO
                   NOT INVALID KEY
                       PERFORM MUESTRA-TRAMO
               END-READ
           END-IF.

       PROCESA-LISTA.
           MOVE ZERO TO WS-CONT-TRAMOS
           MOVE "N" TO WS-EOF-TRAMOS
           MOVE ZERO TO TRM-DESDE
           START TRAMOS-FILE KEY IS >= TRM-DESDE
               INVALID KEY
                   SET FIN-TRAMOS TO TRUE
           END-START
           PERFORM UNTIL FIN-TRAMOS
               READ TRAMOS-FILE NEXT RECORD
                   AT END
                       SET FIN-TRAMOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-TRAMOS
                       PERFORM MUESTRA-TRAMO
               END-READ
           END-PERFORM
           DISPLAY "TRAMOS EN LA ESCALA: " WS-CONT-TRAMOS.

       MUESTRA-TRAMO.
           MOVE TRM-DESDE TO WS-DESDE-ED
           MOVE TRM-PORCENTAJE TO WS-PORCENTAJE-ED
           DISPLAY "DESDE " WS-DESDE-ED
               " RETENCION " WS-PORCENTAJE-ED " %"
               " ACTUALIZADO: " TRM-FECHA-ACTUALIZACION.

       END PROGRAM TRAMOS-MAINT.
