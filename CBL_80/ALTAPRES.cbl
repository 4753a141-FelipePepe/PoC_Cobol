      *          casa pueda por fin consultar que hemos prestado de
      *          verdad. Cada alta queda en AUDITORIA y en
      *          INFORME_ALTAS_PRESTAMO.TXT.
      *          Si el producto de la solicitud figura como
      *          garantizado en PRODUCTOS_PRESTAMO.DAT, el prestamo
      *          solo se contabiliza con alguna garantia vigente
      *          registrada en GARANTIAS.DAT bajo su referencia; si
      *          no, la aceptacion se rechaza y queda en el informe.
      *          Si el cliente tiene limite de credito en CLIENTES.DAT
      *          y su riesgo consolidado (saldo vivo de sus prestamos
      *          activos mas lo dado de baja y no recuperado de sus
      *          fallidos) mas el nuevo principal lo superaria, el
      *          prestamo no se contabiliza: queda retenido en
      *          PRESTAMOS_RETENIDOS.DAT hasta que riesgos lo apruebe
      *          o deniegue en APROBACION-CREDITO. Cada corrida
      *          empieza contabilizando los retenidos ya aprobados.
      *          El tipo de tasa del prestamo (fija o variable) es el
      *          del producto en PRODUCTOS_PRESTAMO.DAT; la marca de
      *          la aceptacion solo vale para solicitudes sin producto
      *          o cuyo producto no tiene ficha.
      *          No se contabiliza negocio nuevo de un cliente con la
      *          revision de diligencia debida vencida en CLIENTES.DAT
      *          (proxima revision anterior a la fecha de proceso),
      *          ni siquiera si riesgos ya lo aprobo: el retenido
      *          aprobado sigue pendiente y entra en la primera
      *          corrida tras anotarse la revision.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

      *    FICHA DEL PRODUCTO Y REGISTRO DE GARANTIAS: UN PRODUCTO
      *    GARANTIZADO NO SE CONTABILIZA SIN GARANTIA VIGENTE
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

           SELECT GARANTIAS-FILE ASSIGN TO "GARANTIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLAVE
               FILE STATUS IS WS-GARANTIAS-STATUS.

      *    RETENIDOS POR LIMITE DE CREDITO A LA ESPERA DE RIESGOS
           SELECT RETENIDOS-FILE ASSIGN TO "PRESTAMOS_RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-REFERENCIA
               FILE STATUS IS WS-RETENIDOS-STATUS.

           SELECT ALTAS-REPORT
               ASSIGN TO "INFORME_ALTAS_PRESTAMO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  ACEPTACION-RECORD.
           05  APR-REFERENCIA PIC X(8).
           05  FILLER PIC X.
      *    F = TASA FIJA, V = VARIABLE (REPRECIABLE); BLANCO = FIJA.
      *    SI EL PRODUCTO TIENE FICHA MANDA SU TIPO DE TASA
           05  APR-TIPO-TASA PIC X.

       FD  SOLICITUDES-FILE.
           05  SOL-CLIENTE PIC X(10).

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.
       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       FD  GARANTIAS-FILE.
       COPY GARANREC.

       FD  RETENIDOS-FILE.
       COPY CREDIREC.

       FD  ALTAS-REPORT.
       01  ALTAS-RECORD PIC X(100).

       01  WS-HAY-CLIENTES PIC X VALUE "N".
           88  HAY-CLIENTES VALUE "Y".
       01  WS-SUCURSAL-CLIENTE PIC X(4).
       01  WS-PROX-REVISION-CLIENTE PIC 9(8).

       01  WS-PRODUCTOS-STATUS PIC XX.
       01  WS-HAY-PRODUCTOS PIC X VALUE "N".
           88  HAY-PRODUCTOS VALUE "Y".
       01  WS-GARANTIAS-STATUS PIC XX.
       01  WS-HAY-GARANTIAS PIC X VALUE "N".
           88  HAY-GARANTIAS VALUE "Y".
       01  WS-EOF-GARANTIAS PIC X.
           88  FIN-GARANTIAS VALUE "Y".
       01  WS-GARANTIA-HALLADA PIC X.
           88  GARANTIA-HALLADA VALUE "Y".

      *    CONTROL DEL LIMITE DE CREDITO DEL CLIENTE
       01  WS-RETENIDOS-STATUS PIC XX.
       01  WS-EOF-RETENIDOS PIC X.
           88  FIN-RETENIDOS VALUE "Y".
       01  WS-EOF-RIESGO PIC X.
           88  FIN-RIESGO VALUE "Y".
       01  WS-APROBADO-RIESGOS PIC X VALUE "N".
           88  APROBADO-RIESGOS VALUE "Y".
       01  WS-CONTABILIZADO PIC X.
           88  PRESTAMO-CONTABILIZADO VALUE "Y".
       01  WS-LIMITE-CLIENTE PIC 9(9)V99.
       01  WS-RIESGO-CLIENTE PIC 9(11)V99.
       01  WS-RIESGO-NUEVO PIC 9(11)V99.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-TASA-TABLA PIC 9(2)V9(6).
       01  WS-CONT-ACEPTADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-CONTABILIZADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RETENIDAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-APROBADAS PIC 9(4) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
                   "PRESTAMOS SE CONTABILIZAN SIN SUCURSAL"
           END-IF

           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS = "00"
               SET HAY-PRODUCTOS TO TRUE
           END-IF
           OPEN INPUT GARANTIAS-FILE
           IF WS-GARANTIAS-STATUS = "00"
               SET HAY-GARANTIAS TO TRUE
           END-IF

           OPEN OUTPUT ALTAS-REPORT
           CALL "RPTHDR" USING "ALTA-PRESTAMOS"
               "INFORME_ALTAS_PRESTAMO.TXT" WS-RPT-PAGINA
           MOVE WS-RPT-LINEA TO ALTAS-RECORD
           WRITE ALTAS-RECORD

           PERFORM CONTABILIZA-APROBADOS THRU
               CONTABILIZA-APROBADOS-FIN
           MOVE "N" TO WS-APROBADO-RIESGOS

           PERFORM LEE-ACEPTACION
           PERFORM UNTIL FIN-ACEPTACIONES
               IF APR-REFERENCIA NOT = SPACES
           STRING "ACEPTACIONES=" WS-CONT-ACEPTADAS
               " CONTABILIZADAS=" WS-CONT-CONTABILIZADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               " RETENIDAS=" WS-CONT-RETENIDAS
               " APROBADAS POR RIESGOS=" WS-CONT-APROBADAS
               DELIMITED BY SIZE INTO ALTAS-RECORD
           WRITE ALTAS-RECORD

           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           IF HAY-PRODUCTOS
               CLOSE PRODUCTOS-FILE
           END-IF
           IF HAY-GARANTIAS
               CLOSE GARANTIAS-FILE
           END-IF
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE RETENIDOS-FILE
           CLOSE ALTAS-REPORT

           DISPLAY "ALTAS DE PRESTAMO: CONTABILIZADAS="
               WS-CONT-CONTABILIZADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               " RETENIDAS=" WS-CONT-RETENIDAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
               OPEN OUTPUT CUADRO-FILE
               CLOSE CUADRO-FILE
               OPEN I-O CUADRO-FILE
           END-IF
           OPEN I-O RETENIDOS-FILE
           IF WS-RETENIDOS-STATUS NOT = "00"
               OPEN OUTPUT RETENIDOS-FILE
               CLOSE RETENIDOS-FILE
               OPEN I-O RETENIDOS-FILE
           END-IF.

       LEE-ACEPTACION.
           END-READ.

       CONTABILIZA-PRESTAMO.
           MOVE "N" TO WS-CONTABILIZADO
      *    UNA ACEPTACION QUE YA PASO POR RIESGOS NO SE VUELVE A
      *    TRATAR POR LA VIA NORMAL
           IF NOT APROBADO-RIESGOS
               MOVE WS-REFERENCIA TO RPR-REFERENCIA
               READ RETENIDOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM INFORMA-YA-RETENIDO
                       GO TO CONTABILIZA-PRESTAMO-FIN
               END-READ
           END-IF
           PERFORM BUSCA-SOLICITUD
           IF NOT SOLICITUD-HALLADA
               ADD 1 TO WS-CONT-RECHAZADAS
               GO TO CONTABILIZA-PRESTAMO-FIN
           END-IF

           PERFORM TIPO-TASA-PRODUCTO

      *    LA SUCURSAL DEL PRESTAMO ES LA DE LA FICHA DEL CLIENTE;
      *    SOLO QUEDA EN BLANCO SI EL MAESTRO NO ESTA O EL CLIENTE
      *    NO FIGURA EN EL. DE LA FICHA SALE TAMBIEN SU LIMITE
           MOVE SPACES TO WS-SUCURSAL-CLIENTE
           MOVE ZERO TO WS-LIMITE-CLIENTE
           MOVE ZERO TO WS-PROX-REVISION-CLIENTE
           IF HAY-CLIENTES AND SOL-CLIENTE NOT = SPACES
               MOVE SOL-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE CLI-SUCURSAL TO WS-SUCURSAL-CLIENTE
                       MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-CLIENTE
                       IF CLI-FECHA-PROX-REVISION NUMERIC
                           MOVE CLI-FECHA-PROX-REVISION
                               TO WS-PROX-REVISION-CLIENTE
                       END-IF
               END-READ
           END-IF

           IF WS-PROX-REVISION-CLIENTE > ZERO
                   AND WS-PROX-REVISION-CLIENTE < WS-FECHA-PROCESO
               ADD 1 TO WS-CONT-RECHAZADAS
               MOVE SPACES TO ALTAS-RECORD
               STRING "REVISION DE DILIGENCIA DEBIDA VENCIDA: "
                   WS-REFERENCIA " CLIENTE=" SOL-CLIENTE
                   " PROXIMA=" WS-PROX-REVISION-CLIENTE
                   DELIMITED BY SIZE INTO ALTAS-RECORD
               WRITE ALTAS-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO CONTABILIZA-PRESTAMO-FIN
           END-IF

           PERFORM VERIFICA-GARANTIA THRU VERIFICA-GARANTIA-FIN
           IF NOT GARANTIA-HALLADA
               ADD 1 TO WS-CONT-RECHAZADAS
               MOVE SPACES TO ALTAS-RECORD
               STRING "PRODUCTO GARANTIZADO SIN GARANTIA REGISTRADA: "
                   WS-REFERENCIA " PRODUCTO=" SOL-PRODUCTO
                   DELIMITED BY SIZE INTO ALTAS-RECORD
               WRITE ALTAS-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO CONTABILIZA-PRESTAMO-FIN
           END-IF

           IF NOT APROBADO-RIESGOS AND WS-LIMITE-CLIENTE > ZERO
               PERFORM CALCULA-RIESGO-CLIENTE THRU
                   CALCULA-RIESGO-CLIENTE-FIN
               COMPUTE WS-RIESGO-NUEVO =
                   WS-RIESGO-CLIENTE + SOL-PRINCIPAL
               IF WS-RIESGO-NUEVO > WS-LIMITE-CLIENTE
                   PERFORM RETIENE-PRESTAMO
                   GO TO CONTABILIZA-PRESTAMO-FIN
               END-IF
           END-IF

      *    LA MISMA PRELACION DE TASAS QUE LA COTIZACION: LA TABLA
      *    POR PRODUCTO/PLAZO MANDA SOBRE LA TASA TECLEADA
           MOVE SOL-TASA TO WS-TASA

           PERFORM CALCULA-CUOTA

           MOVE SPACES TO PRESTAMO-REGISTRO
           MOVE WS-REFERENCIA TO PRE-REFERENCIA
           MOVE SOL-CLIENTE TO PRE-CLIENTE
           MOVE "A" TO PRE-ESTADO
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-ALTA
           MOVE ZERO TO PRE-PERIODOS-FACTURADOS
           MOVE ZERO TO PRE-FECHA-FALLIDO
           MOVE ZERO TO PRE-IMPORTE-FALLIDO
           MOVE ZERO TO PRE-RECUPERADO
           MOVE ZERO TO PRE-FECHA-MORA
           MOVE ZERO TO PRE-MORA-PENDIENTE
           MOVE ZERO TO PRE-MORA-DEVENGADA
           MOVE "N" TO PRE-REESTRUCTURADO
           MOVE ZERO TO PRE-FECHA-REESTRUCTURA
           MOVE ZERO TO PRE-INTERES-DEVENGADO
           MOVE ZERO TO PRE-FECHA-DEVENGO
           MOVE ZERO TO PRE-ETAPA-RECLAMACION
           MOVE ZERO TO PRE-FECHA-RECLAMACION
           WRITE PRESTAMO-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONT-RECHAZADAS

           PERFORM GRABA-CUADRO

           SET PRESTAMO-CONTABILIZADO TO TRUE
           ADD 1 TO WS-CONT-CONTABILIZADAS
           MOVE WS-CUOTA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
       CONTABILIZA-PRESTAMO-FIN.
           EXIT.

       CONTABILIZA-APROBADOS.
      *    LOS RETENIDOS QUE RIESGOS HA APROBADO SE CONTABILIZAN SIN
      *    VOLVER A MIRAR EL LIMITE Y QUEDAN COMO CONTABILIZADOS
           MOVE "N" TO WS-EOF-RETENIDOS
           MOVE LOW-VALUES TO RPR-REFERENCIA
           START RETENIDOS-FILE KEY IS >= RPR-REFERENCIA
               INVALID KEY
                   GO TO CONTABILIZA-APROBADOS-FIN
           END-START
           PERFORM UNTIL FIN-RETENIDOS
               READ RETENIDOS-FILE NEXT RECORD
                   AT END
                       SET FIN-RETENIDOS TO TRUE
                   NOT AT END
                       IF RPR-APROBADO
                           PERFORM CONTABILIZA-APROBADO
                       END-IF
               END-READ
           END-PERFORM.

       CONTABILIZA-APROBADOS-FIN.
           EXIT.

       CONTABILIZA-APROBADO.
           ADD 1 TO WS-CONT-ACEPTADAS
           SET APROBADO-RIESGOS TO TRUE
           MOVE RPR-REFERENCIA TO WS-REFERENCIA
           MOVE RPR-TIPO-TASA TO WS-TIPO-TASA
           PERFORM CONTABILIZA-PRESTAMO THRU CONTABILIZA-PRESTAMO-FIN
           IF PRESTAMO-CONTABILIZADO
               ADD 1 TO WS-CONT-APROBADAS
               MOVE "C" TO RPR-ESTADO
               REWRITE RETENIDO-CREDITO-REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO MARCAR EL RETENIDO "
                           RPR-REFERENCIA
               END-REWRITE
           END-IF.

       INFORMA-YA-RETENIDO.
           MOVE SPACES TO ALTAS-RECORD
           EVALUATE TRUE
               WHEN RPR-PENDIENTE
                   ADD 1 TO WS-CONT-RETENIDAS
                   STRING "SIGUE RETENIDO PENDIENTE DE RIESGOS: "
                       WS-REFERENCIA
                       DELIMITED BY SIZE INTO ALTAS-RECORD
               WHEN RPR-DENEGADO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   STRING "DENEGADO POR RIESGOS EL "
                       RPR-FECHA-DECISION ": " WS-REFERENCIA
                       DELIMITED BY SIZE INTO ALTAS-RECORD
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   STRING "YA CONTABILIZADO TRAS APROBACION DE "
                       "RIESGOS: " WS-REFERENCIA
                       DELIMITED BY SIZE INTO ALTAS-RECORD
           END-EVALUATE
           WRITE ALTAS-RECORD.

       CALCULA-RIESGO-CLIENTE.
      *    RIESGO CONSOLIDADO: SALDO VIVO DE LOS PRESTAMOS ACTIVOS
      *    DEL CLIENTE MAS LO DADO DE BAJA Y NO RECUPERADO DE SUS
      *    FALLIDOS. EL MAESTRO NO TIENE CLAVE POR CLIENTE, ASI QUE
      *    SE RECORRE ENTERO
           MOVE ZERO TO WS-RIESGO-CLIENTE
           MOVE "N" TO WS-EOF-RIESGO
           MOVE LOW-VALUES TO PRE-REFERENCIA
           START PRESTAMOS-FILE KEY IS >= PRE-REFERENCIA
               INVALID KEY
                   GO TO CALCULA-RIESGO-CLIENTE-FIN
           END-START
           PERFORM UNTIL FIN-RIESGO
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       SET FIN-RIESGO TO TRUE
                   NOT AT END
                       IF PRE-CLIENTE = SOL-CLIENTE
                           IF PRE-ACTIVO
                               ADD PRE-SALDO TO WS-RIESGO-CLIENTE
                           END-IF
                           IF PRE-FALLIDO
                                   AND PRE-IMPORTE-FALLIDO
                                       > PRE-RECUPERADO
                               COMPUTE WS-RIESGO-CLIENTE =
                                   WS-RIESGO-CLIENTE
                                   + PRE-IMPORTE-FALLIDO
                                   - PRE-RECUPERADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULA-RIESGO-CLIENTE-FIN.
           EXIT.

       RETIENE-PRESTAMO.
           MOVE SPACES TO RETENIDO-CREDITO-REGISTRO
           MOVE WS-REFERENCIA TO RPR-REFERENCIA
           MOVE SOL-CLIENTE TO RPR-CLIENTE
           MOVE WS-TIPO-TASA TO RPR-TIPO-TASA
           MOVE SOL-PRINCIPAL TO RPR-PRINCIPAL
           MOVE WS-RIESGO-CLIENTE TO RPR-RIESGO
           MOVE WS-LIMITE-CLIENTE TO RPR-LIMITE
           MOVE WS-FECHA-PROCESO TO RPR-FECHA-RETENCION
           MOVE "P" TO RPR-ESTADO
           MOVE ZERO TO RPR-FECHA-DECISION
           WRITE RETENIDO-CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO RETENER EL PRESTAMO "
                       WS-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE
           ADD 1 TO WS-CONT-RETENIDAS
           MOVE SPACES TO ALTAS-RECORD
           STRING "RETENIDO POR LIMITE: " WS-REFERENCIA
               " CLIENTE=" SOL-CLIENTE
               " RIESGO+NUEVO=" WS-RIESGO-NUEVO
               " LIMITE=" WS-LIMITE-CLIENTE
               DELIMITED BY SIZE INTO ALTAS-RECORD
           WRITE ALTAS-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-REFERENCIA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "RETENIDO REF=" WS-REFERENCIA
               " CLIENTE=" SOL-CLIENTE
               " PRINC=" SOL-PRINCIPAL
               " RIESGO=" WS-RIESGO-CLIENTE
               " LIMITE=" WS-LIMITE-CLIENTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       TIPO-TASA-PRODUCTO.
           IF HAY-PRODUCTOS AND SOL-PRODUCTO NOT = SPACES
               MOVE SOL-PRODUCTO TO PRD-CODIGO
               READ PRODUCTOS-FILE
                   NOT INVALID KEY
                       IF PRD-TASA-FIJA OR PRD-TASA-VARIABLE
                           MOVE PRD-TIPO-TASA TO WS-TIPO-TASA
                       END-IF
               END-READ
           END-IF.

       VERIFICA-GARANTIA.
      *    SOLO EXIGE GARANTIA EL PRODUCTO QUE TIENE FICHA Y ESTA
      *    MARCADO COMO GARANTIZADO; BASTA UNA GARANTIA VIGENTE
           MOVE "Y" TO WS-GARANTIA-HALLADA
           IF NOT HAY-PRODUCTOS OR SOL-PRODUCTO = SPACES
               GO TO VERIFICA-GARANTIA-FIN
           END-IF
           MOVE SOL-PRODUCTO TO PRD-CODIGO
           READ PRODUCTOS-FILE
               INVALID KEY
                   GO TO VERIFICA-GARANTIA-FIN
           END-READ
           IF NOT PRD-CON-GARANTIA
               GO TO VERIFICA-GARANTIA-FIN
           END-IF
           MOVE "N" TO WS-GARANTIA-HALLADA
           IF NOT HAY-GARANTIAS
               GO TO VERIFICA-GARANTIA-FIN
           END-IF
           MOVE "N" TO WS-EOF-GARANTIAS
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE ZERO TO GAR-SECUENCIA
           START GARANTIAS-FILE KEY IS >= GAR-CLAVE
               INVALID KEY
                   SET FIN-GARANTIAS TO TRUE
           END-START
           PERFORM UNTIL FIN-GARANTIAS OR GARANTIA-HALLADA
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       SET FIN-GARANTIAS TO TRUE
                   NOT AT END
                       IF GAR-REFERENCIA NOT = WS-REFERENCIA
                           SET FIN-GARANTIAS TO TRUE
                       ELSE
                           IF GAR-VIGENTE
                               SET GARANTIA-HALLADA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICA-GARANTIA-FIN.
           EXIT.

       BUSCA-SOLICITUD.
           MOVE "N" TO WS-SOLICITUD-HALLADA
           MOVE "N" TO WS-EOF-SOLICITUDES
