      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion en doble control de los fallidos del
      *          suspenso, al estilo de BAJAS-APROBACION (CBL_37) y
      *          TASAS-APROBACION (CBL_86). Las partidas que nunca
      *          podran repararse seguian PENDIENTES para siempre en
      *          SUSPENSO_OPERACIONES.DAT e inflaban el informe de
      *          antiguedad. SUSPENSO-REPARACION las propone como
      *          fallidas en FALLIDOS_PENDIENTES.DAT; aqui un segundo
      *          operador con la marca FALLIDO de SEGURIDAD, distinto
      *          del que la propuso, aplica o rechaza cada propuesta.
      *          La aplicada marca la partida con estado F en el
      *          suspenso y graba el quebranto en SUSPENSO_FALLIDOS.DAT
      *          con su importe en moneda base, del que
      *          INTERFAZ-CONTABLE saca el apunte a la cuenta de
      *          quebrantos QUEBRANTOS del plan de cuentas (que debe
      *          estar dada de alta y activa en CUENTAS.DAT para
      *          poder aprobar).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALLIDOS-APROBACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALLIDOS-PEND-FILE
               ASSIGN TO "FALLIDOS_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSO_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FALLIDOS-FILE ASSIGN TO "SUSPENSO_FALLIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAL-CLAVE
               FILE STATUS IS WS-FALLIDOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FALLIDOS-PEND-FILE.
       01  FALLIDO-PENDIENTE-RECORD.
           05  FPE-GRUPO PIC X(7).
           05  FPE-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  FPE-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  FPE-OPERACION PIC X.
           05  FPE-FECHA-SUSPENSO PIC 9(8).
           05  FPE-MOTIVO PIC XX.
           05  FPE-DIVISA PIC X(3).
           05  FPE-SUCURSAL PIC X(4).
           05  FPE-IMPORTE PIC 9(7)V99.
           05  FPE-DIAS-ABIERTA PIC 9(4).
           05  FPE-SOLICITANTE PIC X(20).
           05  FPE-FECHA PIC 9(8).
           05  FPE-HORA PIC 9(8).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  FALLIDOS-FILE.
       COPY FALLIREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS PIC XX.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-FALLIDOS-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-EOF-PEND PIC X VALUE "N".
           88  FIN-PEND VALUE "Y".
       01  WS-EOF-SUSPENSO PIC X VALUE "N".
           88  FIN-SUSPENSO VALUE "Y".

      *    COLA DE PROPUESTAS: MISMO TOPE DE 50 QUE LAS DEMAS COLAS
      *    DE DOBLE CONTROL
       01  WS-TABLA-PENDIENTES.
           05  WS-PEND-ENT OCCURS 50 TIMES.
               10  WS-PEND-IMAGEN PIC X(88).
               10  WS-PEND-ESTADO PIC X.
       01  WS-PEND-TOTAL PIC 99 VALUE ZERO.
       01  WS-PEND-DESBORDE PIC X VALUE "N".
           88  PEND-DESBORDE VALUE "Y".
       01  WS-IDX PIC 99.

      *    IMAGEN DEL SUSPENSO COMPLETO, COMO EN REPROCESO-PRECISION,
      *    PARA REGRABARLO CON LAS PARTIDAS APROBADAS MARCADAS "F"
       01  WS-TABLA-SUSPENSO.
           05  WS-SUS-IMAGEN OCCURS 500 TIMES PIC X(50).
       01  WS-IMG-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-IMG-IDX PIC 9(3).
       01  WS-IMG-POS PIC 9(3).
       01  WS-IMG-DESBORDE PIC X VALUE "N".
           88  IMG-DESBORDE VALUE "Y".
       01  WS-SUSPENSO-TOCADO PIC X VALUE "N".
           88  SUSPENSO-TOCADO VALUE "Y".

       01  WS-DECISION PIC X.
           88  DECISION-APLICAR VALUE "A" "a".
           88  DECISION-RECHAZAR VALUE "R" "r".
           88  DECISION-SALTAR VALUE "S" "s".

       01  WS-APROBADOR PIC X(20).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-CUENTA-QUEBRANTO PIC X(10) VALUE "QUEBRANTOS".
       01  WS-TASA-FECHA PIC 9(3)V9(6).
       01  WS-TASA-ENCONTRADA PIC X.
       01  WS-CONT-APLICADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(4) VALUE ZERO.

       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "FALLIDOS-APROBACION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "SUSPENSO".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "FALLIDOS-APROBACION".

      *    SOLO UN OPERADOR CON LA MARCA FALLIDO PUEDE FIRMAR
           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "FALLIDO   "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "APROBACION DENEGADA POR SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    SIN CUENTA DE QUEBRANTOS EN EL PLAN NO HAY DONDE ASENTAR
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS NOT = "00"
               DISPLAY "CUENTAS.DAT NO DISPONIBLE: NO SE PUEDEN "
                   "APROBAR FALLIDOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CUENTA-QUEBRANTO TO CTA-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE SPACE TO CTA-ACTIVA
           END-READ
           CLOSE CUENTAS-FILE
           IF NOT CTA-ES-ACTIVA
               DISPLAY "LA CUENTA " WS-CUENTA-QUEBRANTO " NO EXISTE "
                   "O ESTA INACTIVA EN CUENTAS.DAT: DELA DE ALTA EN "
                   "CUENTAS-MAINT ANTES DE APROBAR FALLIDOS"
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
               DISPLAY "NO HAY FALLIDOS PENDIENTES DE APROBAR"
               GOBACK
           END-IF

           PERFORM CARGA-SUSPENSO
           IF IMG-DESBORDE
               DISPLAY "EL SUSPENSO SUPERA LAS 500 PARTIDAS: NO SE "
                   "PUEDE REGRABAR, LA SESION SE RECHAZA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "FECHAPROC" USING WS-FECHA-HOY
           ACCEPT WS-APROBADOR FROM ENVIRONMENT "USER"
           IF WS-APROBADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-APROBADOR
           END-IF

           OPEN I-O FALLIDOS-FILE
           IF WS-FALLIDOS-STATUS NOT = "00"
               OPEN OUTPUT FALLIDOS-FILE
               CLOSE FALLIDOS-FILE
               OPEN I-O FALLIDOS-FILE
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-TOTAL
               PERFORM REVISA-PROPUESTA THRU REVISA-PROPUESTA-FIN
           END-PERFORM

           CLOSE FALLIDOS-FILE

           IF SUSPENSO-TOCADO
               PERFORM REGRABA-SUSPENSO
           END-IF
           PERFORM REGRABA-PENDIENTES

           DISPLAY "FALLIDOS APLICADOS: " WS-CONT-APLICADAS
               " RECHAZADOS: " WS-CONT-RECHAZADAS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-PENDIENTES.
           OPEN INPUT FALLIDOS-PEND-FILE
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
                   MOVE FALLIDO-PENDIENTE-RECORD
                       TO WS-PEND-IMAGEN(WS-PEND-TOTAL)
                   MOVE "P" TO WS-PEND-ESTADO(WS-PEND-TOTAL)
                   PERFORM LEE-PENDIENTE
               END-IF
           END-PERFORM
           CLOSE FALLIDOS-PEND-FILE.

       CARGA-PENDIENTES-FIN.
           EXIT.

       LEE-PENDIENTE.
           READ FALLIDOS-PEND-FILE
               AT END
                   SET FIN-PEND TO TRUE
           END-READ.

       CARGA-SUSPENSO.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               SET FIN-SUSPENSO TO TRUE
           END-IF
           PERFORM UNTIL FIN-SUSPENSO
               READ SUSPENSE-FILE
                   AT END
                       SET FIN-SUSPENSO TO TRUE
                   NOT AT END
                       IF WS-IMG-TOTAL < 500
                           ADD 1 TO WS-IMG-TOTAL
                           MOVE SUSPENSO-REGISTRO
                               TO WS-SUS-IMAGEN(WS-IMG-TOTAL)
                       ELSE
                           SET IMG-DESBORDE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.

       REVISA-PROPUESTA.
           MOVE WS-PEND-IMAGEN(WS-IDX) TO FALLIDO-PENDIENTE-RECORD
           MOVE FPE-GRUPO TO WS-AUDIT-CLAVE
           DISPLAY "PROPUESTA " WS-IDX ": GRUPO=" FPE-GRUPO
               " NUM1=" FPE-NUM1 " NUM2=" FPE-NUM2
               " OP=" FPE-OPERACION " MOTIVO=" FPE-MOTIVO
           DISPLAY "  EN SUSPENSO DESDE " FPE-FECHA-SUSPENSO
               " (" FPE-DIAS-ABIERTA " DIAS) SUC=" FPE-SUCURSAL
               " IMPORTE=" FPE-IMPORTE " " FPE-DIVISA
           DISPLAY "  PROPUESTA POR " FPE-SOLICITANTE " EL " FPE-FECHA

      *    EL DOBLE CONTROL EXIGE DOS PERSONAS: QUIEN PROPONE NO
      *    PUEDE APROBAR SU PROPIA PROPUESTA
           IF FPE-SOLICITANTE = WS-APROBADOR
               DISPLAY "  NO PUEDE APROBAR SU PROPIA PROPUESTA, QUEDA "
                   "PENDIENTE PARA OTRO OPERADOR"
               GO TO REVISA-PROPUESTA-FIN
           END-IF

           PERFORM LOCALIZA-PARTIDA
           IF WS-IMG-POS = ZERO
               DISPLAY "  LA PARTIDA YA NO ESTA PENDIENTE EN EL "
                   "SUSPENSO, PROPUESTA ANULADA"
               MOVE "R" TO WS-PEND-ESTADO(WS-IDX)
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "FALLIDO ANULADO GRUPO=" FPE-GRUPO
                   " FECHA=" FPE-FECHA-SUSPENSO
                   " PARTIDA YA NO PENDIENTE"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               GO TO REVISA-PROPUESTA-FIN
           END-IF

           DISPLAY "¿Aplicar fallido (A), Rechazar (R), Saltar (S)? "
               UPON CONSOLE-DEVICE
           ACCEPT WS-DECISION FROM CONSOLE-DEVICE
           EVALUATE TRUE
               WHEN DECISION-APLICAR
                   PERFORM APLICA-FALLIDO THRU APLICA-FALLIDO-FIN
               WHEN DECISION-RECHAZAR
                   MOVE "R" TO WS-PEND-ESTADO(WS-IDX)
                   ADD 1 TO WS-CONT-RECHAZADAS
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "FALLIDO RECHAZADO GRUPO=" FPE-GRUPO
                       " FECHA=" FPE-FECHA-SUSPENSO
                       " SOLICITANTE=" FPE-SOLICITANTE
                       " APROBADOR=" WS-APROBADOR
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               WHEN OTHER
                   DISPLAY "PROPUESTA DEJADA PENDIENTE"
           END-EVALUATE.

       REVISA-PROPUESTA-FIN.
           EXIT.

       LOCALIZA-PARTIDA.
      *    LA PARTIDA SE BUSCA POR SU CLAVE Y DEBE SEGUIR PENDIENTE:
      *    SI ENTRETANTO SE LIBERO O SE CANCELO, NO HAY QUEBRANTO
           MOVE ZERO TO WS-IMG-POS
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-IMG-TOTAL
                   OR WS-IMG-POS NOT = ZERO
               MOVE WS-SUS-IMAGEN(WS-IMG-IDX) TO SUSPENSO-REGISTRO
               IF SUS-PENDIENTE
                       AND SUS-GRUPO = FPE-GRUPO
                       AND SUS-NUM1 = FPE-NUM1
                       AND SUS-NUM2 = FPE-NUM2
                       AND SUS-OPERACION = FPE-OPERACION
                       AND SUS-FECHA-SUSPENSO = FPE-FECHA-SUSPENSO
                   MOVE WS-IMG-IDX TO WS-IMG-POS
               END-IF
           END-PERFORM.

       APLICA-FALLIDO.
           MOVE SPACES TO FALLIDO-REGISTRO
           MOVE FPE-GRUPO TO FAL-GRUPO
           MOVE FPE-NUM1 TO FAL-NUM1
           MOVE FPE-NUM2 TO FAL-NUM2
           MOVE FPE-OPERACION TO FAL-OPERACION
           MOVE FPE-FECHA-SUSPENSO TO FAL-FECHA-SUSPENSO
           MOVE FPE-MOTIVO TO FAL-MOTIVO
           MOVE FPE-DIVISA TO FAL-DIVISA
           MOVE FPE-SUCURSAL TO FAL-SUCURSAL
           MOVE FPE-IMPORTE TO FAL-IMPORTE
           MOVE FPE-IMPORTE TO FAL-IMPORTE-BASE
      *    EL QUEBRANTO SE ASIENTA EN MONEDA BASE A LA TASA DE LA
      *    FECHA DE SUSPENSO; SIN TASA SE ASIENTA EL IMPORTE ORIGINAL
      *    Y SE AVISA PARA QUE CONTABILIDAD LO REVISE
           IF FPE-DIVISA NOT = SPACES AND FPE-DIVISA NOT = "EUR"
               CALL "BUSCA-TASA-FECHA" USING FPE-DIVISA
                   FPE-FECHA-SUSPENSO WS-TASA-FECHA
                   WS-TASA-ENCONTRADA
               IF WS-TASA-ENCONTRADA = "Y" OR WS-TASA-ENCONTRADA = "A"
                   COMPUTE FAL-IMPORTE-BASE ROUNDED =
                       FPE-IMPORTE * WS-TASA-FECHA
               ELSE
                   DISPLAY "  AVISO: SIN TASA PARA " FPE-DIVISA
                       ", SE ASIENTA EL IMPORTE SIN CONVERTIR"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUENTA-QUEBRANTO TO FAL-CUENTA
           MOVE FPE-DIAS-ABIERTA TO FAL-DIAS-ABIERTA
           MOVE FPE-SOLICITANTE TO FAL-SOLICITANTE
           MOVE FPE-FECHA TO FAL-FECHA-PROPUESTA
           MOVE WS-APROBADOR TO FAL-APROBADOR
           MOVE WS-FECHA-HOY TO FAL-FECHA-APROBACION
           MOVE ZERO TO FAL-FECHA-CONTABLE
           WRITE FALLIDO-REGISTRO
               INVALID KEY
                   DISPLAY "  LA PARTIDA YA CONSTA COMO FALLIDA, "
                       "PROPUESTA ANULADA"
                   MOVE "R" TO WS-PEND-ESTADO(WS-IDX)
                   GO TO APLICA-FALLIDO-FIN
           END-WRITE

           MOVE WS-SUS-IMAGEN(WS-IMG-POS) TO SUSPENSO-REGISTRO
           SET SUS-FALLIDO TO TRUE
           MOVE SUSPENSO-REGISTRO TO WS-SUS-IMAGEN(WS-IMG-POS)
           SET SUSPENSO-TOCADO TO TRUE
           MOVE "A" TO WS-PEND-ESTADO(WS-IDX)
           ADD 1 TO WS-CONT-APLICADAS

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "FALLIDO APLICADO GRUPO=" FPE-GRUPO
               " MOTIVO=" FPE-MOTIVO " SUC=" FPE-SUCURSAL
               " BASE=" FAL-IMPORTE-BASE
               " SOLICITANTE=" FPE-SOLICITANTE
               " APROBADOR=" WS-APROBADOR
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "  FALLIDO APLICADO".

       APLICA-FALLIDO-FIN.
           EXIT.

       REGRABA-SUSPENSO.
      *    LAS PARTIDAS FALLIDAS VUELVEN MARCADAS "F"; EL PUESTO DE
      *    REPARACION LAS DEPURARA EN SU PROXIMA REGRABACION IGUAL
      *    QUE HACE CON "L", "C" Y "R"
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-IMG-TOTAL
               MOVE WS-SUS-IMAGEN(WS-IMG-IDX) TO SUSPENSO-REGISTRO
               WRITE SUSPENSO-REGISTRO
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       REGRABA-PENDIENTES.
      *    SOLO LAS PROPUESTAS QUE SIGUEN PENDIENTES VUELVEN A LA
      *    COLA; LAS APLICADAS Y RECHAZADAS QUEDAN EN AUDITORIA
           OPEN OUTPUT FALLIDOS-PEND-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-TOTAL
               IF WS-PEND-ESTADO(WS-IDX) = "P"
                   MOVE WS-PEND-IMAGEN(WS-IDX)
                       TO FALLIDO-PENDIENTE-RECORD
                   WRITE FALLIDO-PENDIENTE-RECORD
               END-IF
           END-PERFORM
           CLOSE FALLIDOS-PEND-FILE.

       END PROGRAM FALLIDOS-APROBACION.
