      *              04 - cliente desconocido o inactivo en
      *                   CLIENTES.DAT (si el maestro no existe
      *                   todavia se cotiza sin validar, con aviso)
      *              05 - producto desconocido en PRODUCTOS_PRESTAMO.DAT
      *              06 - principal por debajo del minimo del producto
      *              07 - principal por encima del maximo del producto
      *              08 - plazo superior al maximo del producto
      *              09 - revision de diligencia debida del cliente
      *                   vencida (proxima revision anterior a la
      *                   fecha de proceso); no se da negocio nuevo
      *                   hasta que se anote la revision
      *          Las reglas del 05 al 08 solo se aplican a las
      *          solicitudes con producto y si el maestro de
      *          productos existe (si no, se cotiza con aviso). La
      *          carta indica el tipo de tasa del producto y, si es
      *          garantizado, que hace falta la garantia para
      *          formalizar el prestamo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

      *    CARTA DE COTIZACION POR SOLICITANTE, UNA PAGINA POR
      *    COTIZACION, LISTA PARA ENTREGAR: EL PERSONAL DE SUCURSAL
      *    RETECLEABA LAS CIFRAS DEL LISTADO INTERNO EN CARTAS Y YA
       01  CARTA-RECORD PIC X(80).

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       WORKING-STORAGE SECTION.
       01  WS-SOLICITUDES-STATUS PIC XX.
           88  VALIDAR-CLIENTES VALUE "Y".
       01  WS-CLIENTE-VALIDO PIC X.
           88  CLIENTE-VALIDO VALUE "Y".
       01  WS-REVISION-VENCIDA PIC X.
           88  REVISION-VENCIDA VALUE "Y".

       01  WS-PRODUCTOS-STATUS PIC XX.
       01  WS-VALIDAR-PRODUCTOS PIC X VALUE "N".
           88  VALIDAR-PRODUCTOS VALUE "Y".
       01  WS-PRODUCTO-HALLADO PIC X.
           88  PRODUCTO-HALLADO VALUE "Y".

       01  WS-MOTIVO PIC XX.
       01  WS-PERIODO PIC 9(4).
                   "VALIDAN LOS CLIENTES"
           END-IF

           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS = "00"
               SET VALIDAR-PRODUCTOS TO TRUE
           ELSE
               DISPLAY "AVISO: PRODUCTOS_PRESTAMO.DAT NO DISPONIBLE, "
                   "NO SE APLICAN LAS REGLAS DE PRODUCTO"
           END-IF

           PERFORM LEE-SOLICITUD
           PERFORM UNTIL FIN-SOLICITUDES
               ADD 1 TO WS-CONT-SOLICITUDES
           IF VALIDAR-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           IF VALIDAR-PRODUCTOS
               CLOSE PRODUCTOS-FILE
           END-IF

           DISPLAY "COTIZACION COMPLETA. COTIZADAS="
               WS-CONT-COTIZADAS " RECHAZADAS=" WS-CONT-RECHAZADAS
               PERFORM ESCRIBE-RECHAZO
               GO TO COTIZA-SOLICITUD-FIN
           END-IF
           IF REVISION-VENCIDA
               MOVE "09" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO
               GO TO COTIZA-SOLICITUD-FIN
           END-IF
           PERFORM VALIDA-PRODUCTO THRU VALIDA-PRODUCTO-FIN
           IF WS-MOTIVO NOT = SPACES
               PERFORM ESCRIBE-RECHAZO
               GO TO COTIZA-SOLICITUD-FIN
           END-IF

           ADD 1 TO WS-CONT-COTIZADAS
           PERFORM NUEVA-PAGINA
           STRING "  COSTE TOTAL CREDITO:  " WS-COSTE-EDITADO
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           IF PRODUCTO-HALLADO
               MOVE SPACES TO CARTA-RECORD
               IF PRD-TASA-VARIABLE
                   MOVE "  TIPO DE TASA:         VARIABLE (REVISABLE)"
                       TO CARTA-RECORD
               ELSE
                   MOVE "  TIPO DE TASA:         FIJA"
                       TO CARTA-RECORD
               END-IF
               WRITE CARTA-RECORD
               IF PRD-CON-GARANTIA
                   MOVE "FORMALIZACION SUJETA A APORTAR GARANTIA."
                       TO CARTA-RECORD
                   WRITE CARTA-RECORD
               END-IF
           END-IF
           MOVE SPACES TO CARTA-RECORD
           STRING "COTIZACION VALIDA A FECHA " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CARTA-RECORD

       VALIDA-CLIENTE.
           MOVE "Y" TO WS-CLIENTE-VALIDO
           MOVE "N" TO WS-REVISION-VENCIDA
           IF NOT VALIDAR-CLIENTES
               CONTINUE
           ELSE
                           IF NOT CLI-ES-ACTIVO
                               MOVE "N" TO WS-CLIENTE-VALIDO
                           END-IF
                           IF CLI-FECHA-PROX-REVISION NUMERIC
                                   AND CLI-FECHA-PROX-REVISION > ZERO
                                   AND CLI-FECHA-PROX-REVISION <
                                       WS-FECHA-PROCESO
                               MOVE "Y" TO WS-REVISION-VENCIDA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       VALIDA-PRODUCTO.
      *    REGLAS DE ADMISION DEL PRODUCTO; WS-MOTIVO QUEDA EN
      *    BLANCO SI LA SOLICITUD LAS CUMPLE O NO HAY QUE APLICARLAS
           MOVE SPACES TO WS-MOTIVO
           MOVE "N" TO WS-PRODUCTO-HALLADO
           IF NOT VALIDAR-PRODUCTOS OR SOL-PRODUCTO = SPACES
               GO TO VALIDA-PRODUCTO-FIN
           END-IF
           MOVE SOL-PRODUCTO TO PRD-CODIGO
           READ PRODUCTOS-FILE
               INVALID KEY
                   MOVE "05" TO WS-MOTIVO
                   GO TO VALIDA-PRODUCTO-FIN
           END-READ
           SET PRODUCTO-HALLADO TO TRUE
           EVALUATE TRUE
               WHEN SOL-PRINCIPAL < PRD-PRINCIPAL-MINIMO
                   MOVE "06" TO WS-MOTIVO
               WHEN PRD-PRINCIPAL-MAXIMO > ZERO
                       AND SOL-PRINCIPAL > PRD-PRINCIPAL-MAXIMO
                   MOVE "07" TO WS-MOTIVO
               WHEN PRD-PLAZO-MAXIMO > ZERO
                       AND SOL-PERIODOS > PRD-PLAZO-MAXIMO
                   MOVE "08" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDA-PRODUCTO-FIN.
           EXIT.

       ESCRIBE-RECHAZO.
           MOVE SPACES TO RECHAZO-RECORD
           MOVE WS-MOTIVO TO RCH-MOTIVO
