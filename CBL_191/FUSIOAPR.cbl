      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion en doble control de las fusiones de
      *          clientes duplicados, al estilo de FALLIDOS-APROBACION
      *          (CBL_117). CLIENTES-DUPLICADOS lista las parejas
      *          candidatas y el revisor propone cada fusion con la
      *          opcion F de CLIENTES-MAINT en FUSIONES_PENDIENTES.DAT;
      *          aqui un segundo operador con la marca CAMBIO de
      *          SEGURIDAD, distinto del que la propuso, aplica o
      *          rechaza cada propuesta. La aplicada pasa al cliente
      *          superviviente todo lo que cuelga del duplicado:
      *              - sus prestamos (PRESTAMOS_MAESTRO.DAT)
      *              - las garantias que avala (GARANTIAS.DAT)
      *              - sus cuentas de deposito (DEPOSITOS.DAT)
      *              - sus solicitudes retenidas por riesgo aun por
      *                decidir o aprobadas (PRESTAMOS_RETENIDOS.DAT)
      *          y el mandato de domiciliacion si el superviviente no
      *          tiene; el duplicado queda dado de baja (inactivo) en
      *          CLIENTES.DAT, sin borrarlo. Los historicos (recibos,
      *          pagos, reclamaciones, recuperaciones) conservan el
      *          documento con el que se grabaron. Si al aprobar
      *          alguno de los dos clientes ya no existe o no esta
      *          activo, la propuesta se anula.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONES-APROBACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUSIONES-FILE ASSIGN TO "FUSIONES_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT GARANTIAS-FILE ASSIGN TO "GARANTIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLAVE
               FILE STATUS IS WS-GARANTIAS-STATUS.

           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT RETENIDOS-FILE ASSIGN TO "PRESTAMOS_RETENIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-REFERENCIA
               FILE STATUS IS WS-RETENIDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUSIONES-FILE.
       COPY FUSIOREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  GARANTIAS-FILE.
       COPY GARANREC.

       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  RETENIDOS-FILE.
       COPY CREDIREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-GARANTIAS-STATUS PIC XX.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-RETENIDOS-STATUS PIC XX.
       01  WS-EOF-PEND PIC X VALUE "N".
           88  FIN-PEND VALUE "Y".
       01  WS-EOF-RECORRIDO PIC X.
           88  FIN-RECORRIDO VALUE "Y".

      *    FICHEROS OPCIONALES: SIN ELLOS NO HAY NADA QUE TRASPASAR
       01  WS-HAY-GARANTIAS PIC X VALUE "N".
           88  HAY-GARANTIAS VALUE "Y".
       01  WS-HAY-DEPOSITOS PIC X VALUE "N".
           88  HAY-DEPOSITOS VALUE "Y".
       01  WS-HAY-RETENIDOS PIC X VALUE "N".
           88  HAY-RETENIDOS VALUE "Y".

      *    COLA DE PROPUESTAS: MISMO TOPE DE 50 QUE LAS DEMAS COLAS
      *    DE DOBLE CONTROL
       01  WS-TABLA-PENDIENTES.
           05  WS-PEND-ENT OCCURS 50 TIMES.
               10  WS-PEND-IMAGEN PIC X(86).
               10  WS-PEND-ESTADO PIC X.
       01  WS-PEND-TOTAL PIC 99 VALUE ZERO.
       01  WS-PEND-DESBORDE PIC X VALUE "N".
           88  PEND-DESBORDE VALUE "Y".
       01  WS-IDX PIC 99.

      *    LOS DOS CLIENTES TAL COMO ESTAN AHORA EN EL MAESTRO
       01  WS-SUP-EXISTE PIC X.
           88  SUP-EXISTE VALUE "Y".
       01  WS-DUP-EXISTE PIC X.
           88  DUP-EXISTE VALUE "Y".
       01  WS-SUP-NOMBRE PIC X(30).
       01  WS-SUP-SUCURSAL PIC X(4).
       01  WS-SUP-ACTIVO PIC X.
       01  WS-SUP-DOMICILIA PIC X.
       01  WS-DUP-NOMBRE PIC X(30).
       01  WS-DUP-SUCURSAL PIC X(4).
       01  WS-DUP-ACTIVO PIC X.
       01  WS-DUP-DOMICILIA PIC X.
       01  WS-DUP-CUENTA-CARGO PIC X(24).
       01  WS-DUP-REF-MANDATO PIC X(12).
       01  WS-DUP-FECHA-MANDATO PIC 9(8).
       01  WS-MOTIVO-ANULACION PIC X(40).

       01  WS-DECISION PIC X.
           88  DECISION-APLICAR VALUE "A" "a".
           88  DECISION-RECHAZAR VALUE "R" "r".
           88  DECISION-SALTAR VALUE "S" "s".

       01  WS-APROBADOR PIC X(20).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-CONT-APLICADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-PRESTAMOS PIC 9(4).
       01  WS-CONT-GARANTIAS PIC 9(4).
       01  WS-CONT-DEPOSITOS PIC 9(4).
       01  WS-CONT-RETENIDOS PIC 9(4).
       01  WS-MANDATO-TRASPASADO PIC X.
           88  MANDATO-TRASPASADO VALUE "S".

       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "FUSIONES-APROBACION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "FUSION".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "FUSIONES-APROBACION".

      *    FUNDIR CLIENTES ES UN CAMBIO DE DATOS MAESTROS: SOLO UN
      *    OPERADOR CON LA MARCA CAMBIO PUEDE FIRMAR
           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "CAMBIO    "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "APROBACION DENEGADA POR SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARGA-PENDIENTES THRU CARGA-PENDIENTES-FIN
           IF PEND-DESBORDE
               DISPLAY "MAS DE 50 PROPUESTAS EN COLA: APRUEBE POR "
                   "TANDAS; LA SESION SE RECHAZA SIN TOCAR LA COLA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PEND-TOTAL = ZERO
               DISPLAY "NO HAY FUSIONES PENDIENTES DE APROBAR"
               GOBACK
           END-IF

           OPEN I-O CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT NO DISPONIBLE: NO SE PUEDEN "
                   "APROBAR FUSIONES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE: NO SE "
                   "PUEDEN APROBAR FUSIONES"
               CLOSE CLIENTES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O GARANTIAS-FILE
           IF WS-GARANTIAS-STATUS = "00"
               SET HAY-GARANTIAS TO TRUE
           END-IF
           OPEN I-O DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS = "00"
               SET HAY-DEPOSITOS TO TRUE
           END-IF
           OPEN I-O RETENIDOS-FILE
           IF WS-RETENIDOS-STATUS = "00"
               SET HAY-RETENIDOS TO TRUE
           END-IF

           CALL "FECHAPROC" USING WS-FECHA-HOY
           ACCEPT WS-APROBADOR FROM ENVIRONMENT "USER"
           IF WS-APROBADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-APROBADOR
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-TOTAL
               PERFORM REVISA-PROPUESTA THRU REVISA-PROPUESTA-FIN
           END-PERFORM

           CLOSE CLIENTES-FILE
           CLOSE PRESTAMOS-FILE
           IF HAY-GARANTIAS
               CLOSE GARANTIAS-FILE
           END-IF
           IF HAY-DEPOSITOS
               CLOSE DEPOSITOS-FILE
           END-IF
           IF HAY-RETENIDOS
               CLOSE RETENIDOS-FILE
           END-IF

           PERFORM REGRABA-PENDIENTES

           DISPLAY "FUSIONES APLICADAS: " WS-CONT-APLICADAS
               " RECHAZADAS: " WS-CONT-RECHAZADAS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-PENDIENTES.
           OPEN INPUT FUSIONES-FILE
           IF WS-PEND-STATUS NOT = "00"
               MOVE ZERO TO WS-PEND-TOTAL
               GO TO CARGA-PENDIENTES-FIN
           END-IF
           PERFORM LEE-PENDIENTE
           PERFORM UNTIL FIN-PEND
               IF WS-PEND-TOTAL >= 50
                   SET PEND-DESBORDE TO TRUE
                   SET FIN-PEND TO TRUE
               ELSE
                   ADD 1 TO WS-PEND-TOTAL
                   MOVE FUSION-PENDIENTE-RECORD
                       TO WS-PEND-IMAGEN(WS-PEND-TOTAL)
                   MOVE "P" TO WS-PEND-ESTADO(WS-PEND-TOTAL)
                   PERFORM LEE-PENDIENTE
               END-IF
           END-PERFORM
           CLOSE FUSIONES-FILE.

       CARGA-PENDIENTES-FIN.
           EXIT.

       LEE-PENDIENTE.
           READ FUSIONES-FILE
               AT END
                   SET FIN-PEND TO TRUE
           END-READ.

       REVISA-PROPUESTA.
           MOVE WS-PEND-IMAGEN(WS-IDX) TO FUSION-PENDIENTE-RECORD
           MOVE FUS-DUPLICADO TO WS-AUDIT-CLAVE
           PERFORM LEE-CLIENTES
           DISPLAY "PROPUESTA " WS-IDX ": FUNDIR " FUS-DUPLICADO
               " " WS-DUP-NOMBRE " SUC=" WS-DUP-SUCURSAL
           DISPLAY "  EN " FUS-SUPERVIVIENTE " " WS-SUP-NOMBRE
               " SUC=" WS-SUP-SUCURSAL
           DISPLAY "  MOTIVO: " FUS-MOTIVO
           DISPLAY "  PROPUESTA POR " FUS-SOLICITANTE " EL " FUS-FECHA

      *    EL DOBLE CONTROL EXIGE DOS PERSONAS: QUIEN PROPONE NO
      *    PUEDE APROBAR SU PROPIA PROPUESTA
           IF FUS-SOLICITANTE = WS-APROBADOR
               DISPLAY "  NO PUEDE APROBAR SU PROPIA PROPUESTA, QUEDA "
                   "PENDIENTE PARA OTRO OPERADOR"
               GO TO REVISA-PROPUESTA-FIN
           END-IF

      *    ENTRE LA PROPUESTA Y LA FIRMA PUEDE HABER CAMBIADO EL
      *    MAESTRO (BAJAS, OTRA FUSION YA APLICADA EN ESTA SESION)
           MOVE SPACES TO WS-MOTIVO-ANULACION
           EVALUATE TRUE
               WHEN NOT SUP-EXISTE
                   MOVE "SUPERVIVIENTE YA NO EXISTE"
                       TO WS-MOTIVO-ANULACION
               WHEN NOT DUP-EXISTE
                   MOVE "DUPLICADO YA NO EXISTE"
                       TO WS-MOTIVO-ANULACION
               WHEN WS-SUP-ACTIVO NOT = "A"
                   MOVE "SUPERVIVIENTE NO ACTIVO"
                       TO WS-MOTIVO-ANULACION
               WHEN WS-DUP-ACTIVO NOT = "A"
                   MOVE "DUPLICADO YA DADO DE BAJA"
                       TO WS-MOTIVO-ANULACION
           END-EVALUATE
           IF WS-MOTIVO-ANULACION NOT = SPACES
               DISPLAY "  " WS-MOTIVO-ANULACION ", PROPUESTA ANULADA"
               MOVE "R" TO WS-PEND-ESTADO(WS-IDX)
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "FUSION ANULADA EN " FUS-SUPERVIVIENTE
                   " " WS-MOTIVO-ANULACION
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               GO TO REVISA-PROPUESTA-FIN
           END-IF

           DISPLAY "¿Aplicar fusion (A), Rechazar (R), Saltar (S)? "
               UPON CONSOLE-DEVICE
           ACCEPT WS-DECISION FROM CONSOLE-DEVICE
           EVALUATE TRUE
               WHEN DECISION-APLICAR
                   PERFORM APLICA-FUSION THRU APLICA-FUSION-FIN
               WHEN DECISION-RECHAZAR
                   MOVE "R" TO WS-PEND-ESTADO(WS-IDX)
                   ADD 1 TO WS-CONT-RECHAZADAS
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "FUSION RECHAZADA EN " FUS-SUPERVIVIENTE
                       " SOLICITANTE=" FUS-SOLICITANTE
                       " APROBADOR=" WS-APROBADOR
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               WHEN OTHER
                   DISPLAY "PROPUESTA DEJADA PENDIENTE"
           END-EVALUATE.

       REVISA-PROPUESTA-FIN.
           EXIT.

       LEE-CLIENTES.
           MOVE "N" TO WS-SUP-EXISTE
           MOVE "N" TO WS-DUP-EXISTE
           MOVE SPACES TO WS-SUP-NOMBRE WS-SUP-SUCURSAL
               WS-DUP-NOMBRE WS-DUP-SUCURSAL
           MOVE FUS-DUPLICADO TO CLI-DOCUMENTO
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DUP-EXISTE TO TRUE
                   MOVE CLI-NOMBRE TO WS-DUP-NOMBRE
                   MOVE CLI-SUCURSAL TO WS-DUP-SUCURSAL
                   MOVE CLI-ACTIVO TO WS-DUP-ACTIVO
                   MOVE CLI-DOMICILIA TO WS-DUP-DOMICILIA
                   MOVE CLI-CUENTA-CARGO TO WS-DUP-CUENTA-CARGO
                   MOVE CLI-REF-MANDATO TO WS-DUP-REF-MANDATO
                   MOVE CLI-FECHA-MANDATO TO WS-DUP-FECHA-MANDATO
           END-READ
           MOVE FUS-SUPERVIVIENTE TO CLI-DOCUMENTO
           READ CLIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUP-EXISTE TO TRUE
                   MOVE CLI-NOMBRE TO WS-SUP-NOMBRE
                   MOVE CLI-SUCURSAL TO WS-SUP-SUCURSAL
                   MOVE CLI-ACTIVO TO WS-SUP-ACTIVO
                   MOVE CLI-DOMICILIA TO WS-SUP-DOMICILIA
           END-READ.

       APLICA-FUSION.
           MOVE ZERO TO WS-CONT-PRESTAMOS WS-CONT-GARANTIAS
               WS-CONT-DEPOSITOS WS-CONT-RETENIDOS
           MOVE "N" TO WS-MANDATO-TRASPASADO

           PERFORM TRASPASA-PRESTAMOS
           IF HAY-GARANTIAS
               PERFORM TRASPASA-GARANTIAS
           END-IF
           IF HAY-DEPOSITOS
               PERFORM TRASPASA-DEPOSITOS THRU TRASPASA-DEPOSITOS-FIN
           END-IF
           IF HAY-RETENIDOS
               PERFORM TRASPASA-RETENIDOS
           END-IF

      *    EL MANDATO DEL DUPLICADO SOLO PASA SI EL SUPERVIVIENTE NO
      *    TIENE UNO PROPIO; SI LO TIENE, MANDA EL SUYO
           IF WS-DUP-DOMICILIA = "S" AND WS-SUP-DOMICILIA NOT = "S"
               MOVE FUS-SUPERVIVIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-DUP-DOMICILIA TO CLI-DOMICILIA
                       MOVE WS-DUP-CUENTA-CARGO TO CLI-CUENTA-CARGO
                       MOVE WS-DUP-REF-MANDATO TO CLI-REF-MANDATO
                       MOVE WS-DUP-FECHA-MANDATO TO CLI-FECHA-MANDATO
                       MOVE WS-FECHA-HOY TO CLI-FECHA-ACTUALIZACION
                       REWRITE CLIENTE-RECORD
                           INVALID KEY
                               DISPLAY "  ERROR AL REGRABAR "
                                   FUS-SUPERVIVIENTE
                               MOVE 4 TO WS-RETURN-CODE
                           NOT INVALID KEY
                               SET MANDATO-TRASPASADO TO TRUE
                       END-REWRITE
               END-READ
           END-IF

      *    EL DUPLICADO NO SE BORRA: QUEDA INACTIVO PARA QUE LOS
      *    HISTORICOS QUE LO CITAN SIGAN ENCONTRANDO SU NOMBRE
           MOVE FUS-DUPLICADO TO CLI-DOCUMENTO
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "  ERROR AL LEER " FUS-DUPLICADO
                   MOVE 4 TO WS-RETURN-CODE
               NOT INVALID KEY
                   SET CLI-ES-INACTIVO TO TRUE
                   MOVE "N" TO CLI-DOMICILIA
                   MOVE WS-FECHA-HOY TO CLI-FECHA-ACTUALIZACION
                   REWRITE CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY "  ERROR AL REGRABAR "
                               FUS-DUPLICADO
                           MOVE 4 TO WS-RETURN-CODE
                   END-REWRITE
           END-READ

           MOVE "A" TO WS-PEND-ESTADO(WS-IDX)
           ADD 1 TO WS-CONT-APLICADAS

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "FUSION APLICADA EN " FUS-SUPERVIVIENTE
               " PRE=" WS-CONT-PRESTAMOS " GAR=" WS-CONT-GARANTIAS
               " DEP=" WS-CONT-DEPOSITOS " RET=" WS-CONT-RETENIDOS
               " MAN=" WS-MANDATO-TRASPASADO " SOL="
               DELIMITED BY SIZE
               FUS-SOLICITANTE DELIMITED BY SPACE
               " APR=" DELIMITED BY SIZE
               WS-APROBADOR DELIMITED BY SPACE
               INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "  FUSION APLICADA: PRESTAMOS " WS-CONT-PRESTAMOS
               " GARANTIAS " WS-CONT-GARANTIAS
               " DEPOSITOS " WS-CONT-DEPOSITOS
               " RETENIDOS " WS-CONT-RETENIDOS.

       APLICA-FUSION-FIN.
           EXIT.

       TRASPASA-PRESTAMOS.
      *    TODOS LOS PRESTAMOS DEL DUPLICADO, EN CUALQUIER ESTADO, PARA
      *    QUE EL RIESGO Y LA HISTORIA DEL CLIENTE QUEDEN JUNTOS
           MOVE "N" TO WS-EOF-RECORRIDO
           MOVE LOW-VALUES TO PRE-REFERENCIA
           START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-REFERENCIA
               INVALID KEY
                   SET FIN-RECORRIDO TO TRUE
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF PRE-CLIENTE = FUS-DUPLICADO
                           MOVE FUS-SUPERVIVIENTE TO PRE-CLIENTE
                           REWRITE PRESTAMO-REGISTRO
                               INVALID KEY
                                   DISPLAY "  ERROR AL REGRABAR "
                                       "PRESTAMO " PRE-REFERENCIA
                                   MOVE 4 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-PRESTAMOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       TRASPASA-GARANTIAS.
      *    EL DUPLICADO PUEDE FIGURAR COMO AVALISTA DE PRESTAMOS DE
      *    OTROS CLIENTES
           MOVE "N" TO WS-EOF-RECORRIDO
           MOVE LOW-VALUES TO GAR-CLAVE
           START GARANTIAS-FILE KEY IS NOT LESS THAN GAR-CLAVE
               INVALID KEY
                   SET FIN-RECORRIDO TO TRUE
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF GAR-AVALISTA = FUS-DUPLICADO
                           MOVE FUS-SUPERVIVIENTE TO GAR-AVALISTA
                           MOVE WS-FECHA-HOY
                               TO GAR-FECHA-ACTUALIZACION
                           REWRITE GARANTIA-RECORD
                               INVALID KEY
                                   DISPLAY "  ERROR AL REGRABAR "
                                       "GARANTIA " GAR-CLAVE
                                   MOVE 4 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-GARANTIAS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       TRASPASA-DEPOSITOS.
      *    POR LA CLAVE ALTERNATIVA: CADA CUENTA TRASPASADA SALE DE
      *    LA CLAVE DEL DUPLICADO, ASI QUE SE VUELVE A POSICIONAR
      *    HASTA QUE NO QUEDE NINGUNA
           MOVE FUS-DUPLICADO TO DEP-CLIENTE
           START DEPOSITOS-FILE KEY IS EQUAL TO DEP-CLIENTE
               INVALID KEY
                   GO TO TRASPASA-DEPOSITOS-FIN
           END-START
           READ DEPOSITOS-FILE NEXT RECORD
               AT END
                   GO TO TRASPASA-DEPOSITOS-FIN
           END-READ
           IF DEP-CLIENTE NOT = FUS-DUPLICADO
               GO TO TRASPASA-DEPOSITOS-FIN
           END-IF
           MOVE FUS-SUPERVIVIENTE TO DEP-CLIENTE
           MOVE WS-FECHA-HOY TO DEP-FECHA-ACTUALIZACION
           REWRITE DEPOSITO-RECORD
               INVALID KEY
                   DISPLAY "  ERROR AL REGRABAR CUENTA " DEP-CUENTA
                   MOVE 4 TO WS-RETURN-CODE
                   GO TO TRASPASA-DEPOSITOS-FIN
           END-REWRITE
           ADD 1 TO WS-CONT-DEPOSITOS
           GO TO TRASPASA-DEPOSITOS.

       TRASPASA-DEPOSITOS-FIN.
           EXIT.

       TRASPASA-RETENIDOS.
      *    SOLO LAS SOLICITUDES AUN VIVAS; LAS DENEGADAS Y LAS YA
      *    CONTABILIZADAS SON HISTORIA
           MOVE "N" TO WS-EOF-RECORRIDO
           MOVE LOW-VALUES TO RPR-REFERENCIA
           START RETENIDOS-FILE KEY IS NOT LESS THAN RPR-REFERENCIA
               INVALID KEY
                   SET FIN-RECORRIDO TO TRUE
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ RETENIDOS-FILE NEXT RECORD
                   AT END
                       SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF RPR-CLIENTE = FUS-DUPLICADO
                               AND (RPR-PENDIENTE OR RPR-APROBADO)
                           MOVE FUS-SUPERVIVIENTE TO RPR-CLIENTE
                           REWRITE RETENIDO-CREDITO-REGISTRO
                               INVALID KEY
                                   DISPLAY "  ERROR AL REGRABAR "
                                       "RETENIDO " RPR-REFERENCIA
                                   MOVE 4 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-RETENIDOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       REGRABA-PENDIENTES.
      *    SOLO LAS PROPUESTAS QUE SIGUEN PENDIENTES VUELVEN A LA
      *    COLA; LAS APLICADAS Y RECHAZADAS QUEDAN EN AUDITORIA
           OPEN OUTPUT FUSIONES-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-TOTAL
               IF WS-PEND-ESTADO(WS-IDX) = "P"
                   MOVE WS-PEND-IMAGEN(WS-IDX)
                       TO FUSION-PENDIENTE-RECORD
                   WRITE FUSION-PENDIENTE-RECORD
               END-IF
           END-PERFORM
           CLOSE FUSIONES-FILE.

       END PROGRAM FUSIONES-APROBACION.
