      *          su propia retencion: se conservan las N generaciones
      *          configuradas en AUDITGEN_CONTROL.DAT (7 por defecto)
      *          y las mas antiguas se borran, con el inventario en
      *          AUDIT_GENERACIONES.DAT. Cada entrada del inventario
      *          guarda la secuencia y el resumen del ultimo registro
      *          cortado (cierre de la cadena de AUDITREC), para que
      *          VERIFICA-CADENA detecte lineas quitadas del final de
      *          una generacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY AUDITREC.

       FD  GENERACION-FILE.
       01  GENERACION-RECORD PIC X(219).

       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-FECHA PIC 9(8).
           05  CAT-GENERACION PIC X(30).
           05  CAT-SECUENCIA-CIERRE PIC 9(9).
           05  CAT-HASH-CIERRE PIC 9(10).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
               10  WS-CAT-FECHA PIC 9(8).
               10  WS-CAT-GENERACION PIC X(30).
               10  WS-CAT-VIGENTE PIC X.
               10  WS-CAT-SECUENCIA-CIERRE PIC 9(9).
               10  WS-CAT-HASH-CIERRE PIC 9(10).
       01  WS-CAT-TOTAL PIC 99 VALUE ZERO.
       01  WS-CAT-IDX PIC 99.
       01  WS-CAT-SOBRAN PIC S99.
       01  WS-YA-CATALOGADA PIC X.
       01  WS-CAT-POS PIC 99.
       01  WS-HAY-CIERRE PIC X VALUE "N".
           88  HAY-CIERRE VALUE "Y".
       01  WS-CIERRE-SECUENCIA PIC 9(9).
       01  WS-CIERRE-HASH PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE AUDITORIA-REGISTRO TO GENERACION-RECORD
               WRITE GENERACION-RECORD
               ADD 1 TO WS-CONT-CORTADAS
               IF AUD-SECUENCIA IS NUMERIC AND AUD-HASH IS NUMERIC
                   SET HAY-CIERRE TO TRUE
                   MOVE AUD-SECUENCIA TO WS-CIERRE-SECUENCIA
                   MOVE AUD-HASH TO WS-CIERRE-HASH
               END-IF
               PERFORM LEE-AUDIT
           END-PERFORM
           CLOSE AUDIT-FILE
               IF WS-CAT-GENERACION(WS-CAT-IDX) =
                       WS-NOMBRE-GENERACION
                   MOVE "Y" TO WS-YA-CATALOGADA
                   MOVE WS-CAT-IDX TO WS-CAT-POS
               END-IF
           END-PERFORM
           IF WS-YA-CATALOGADA = "N" AND WS-CAT-TOTAL < 60
               MOVE WS-NOMBRE-GENERACION
                   TO WS-CAT-GENERACION(WS-CAT-TOTAL)
               MOVE "S" TO WS-CAT-VIGENTE(WS-CAT-TOTAL)
      *        UNA GENERACION SIN REGISTROS ENCADENADOS CIERRA DONDE
      *        CERRABA LA ANTERIOR
               IF WS-CAT-TOTAL > 1
                   MOVE WS-CAT-SECUENCIA-CIERRE(WS-CAT-TOTAL - 1)
                       TO WS-CAT-SECUENCIA-CIERRE(WS-CAT-TOTAL)
                   MOVE WS-CAT-HASH-CIERRE(WS-CAT-TOTAL - 1)
                       TO WS-CAT-HASH-CIERRE(WS-CAT-TOTAL)
               ELSE
                   MOVE ZERO TO WS-CAT-SECUENCIA-CIERRE(WS-CAT-TOTAL)
                       WS-CAT-HASH-CIERRE(WS-CAT-TOTAL)
               END-IF
               MOVE WS-CAT-TOTAL TO WS-CAT-POS
               MOVE "Y" TO WS-YA-CATALOGADA
           END-IF
      *    EN UN RELANZAMIENTO LO CORTADO AHORA VA DETRAS DE LO YA
      *    CORTADO: EL CIERRE PASA A SER EL DE ESTE CORTE
           IF WS-YA-CATALOGADA = "Y" AND HAY-CIERRE
               MOVE WS-CIERRE-SECUENCIA
                   TO WS-CAT-SECUENCIA-CIERRE(WS-CAT-POS)
               MOVE WS-CIERRE-HASH TO WS-CAT-HASH-CIERRE(WS-CAT-POS)
           END-IF

           PERFORM APLICA-RETENCION THRU APLICA-RETENCION-FIN
               MOVE CAT-GENERACION
                   TO WS-CAT-GENERACION(WS-CAT-TOTAL)
               MOVE "S" TO WS-CAT-VIGENTE(WS-CAT-TOTAL)
      *        LAS ENTRADAS ANTERIORES A LA CADENA NO TRAEN CIERRE
               IF CAT-SECUENCIA-CIERRE IS NUMERIC
                       AND CAT-HASH-CIERRE IS NUMERIC
                   MOVE CAT-SECUENCIA-CIERRE
                       TO WS-CAT-SECUENCIA-CIERRE(WS-CAT-TOTAL)
                   MOVE CAT-HASH-CIERRE
                       TO WS-CAT-HASH-CIERRE(WS-CAT-TOTAL)
               ELSE
                   MOVE ZERO TO WS-CAT-SECUENCIA-CIERRE(WS-CAT-TOTAL)
                       WS-CAT-HASH-CIERRE(WS-CAT-TOTAL)
               END-IF
               PERFORM LEE-CATALOGO
           END-PERFORM
           CLOSE CATALOGO-FILE.
                   MOVE WS-CAT-FECHA(WS-CAT-IDX) TO CAT-FECHA
                   MOVE WS-CAT-GENERACION(WS-CAT-IDX)
                       TO CAT-GENERACION
                   MOVE WS-CAT-SECUENCIA-CIERRE(WS-CAT-IDX)
                       TO CAT-SECUENCIA-CIERRE
                   MOVE WS-CAT-HASH-CIERRE(WS-CAT-IDX)
                       TO CAT-HASH-CIERRE
                   WRITE CATALOGO-RECORD
               END-IF
           END-PERFORM
