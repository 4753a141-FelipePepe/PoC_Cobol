      *          un punto muerto. Cada liberacion o cancelacion pasa
      *          por AUDITORIA para poder probar quien toco una
      *          transaccion suspendida.
      *          Las partidas que nunca podran repararse se proponen
      *          aqui como fallidas (opcion F) cuando superan la
      *          antiguedad minima de FALLIDOS_CONTROL.DAT (90 dias
      *          por defecto): la propuesta queda en
      *          FALLIDOS_PENDIENTES.DAT y la partida sigue pendiente
      *          hasta que un segundo operador la aprueba en
      *          FALLIDOS-APROBACION.
      *          La partida liberada lleva tras la hora de captura el
      *          originador con el que se suspendio (SUS-ORIGEN), para
      *          que se liquide al suyo aunque entre en el lote de
      *          otro; una suspendida antes de guardarse sale en
      *          blanco y queda como del lote que la incorpora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.

           SELECT FALLIDOS-PEND-FILE
               ASSIGN TO "FALLIDOS_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLIDOS-STATUS.

           SELECT FALLIDOS-CONTROL-FILE
               ASSIGN TO "FALLIDOS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAL-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           05  LIB-OPERACION PIC X.
           05  LIB-DIVISA PIC X(3).
           05  LIB-SUCURSAL PIC X(4).
           05  FILLER PIC X(21).
           05  LIB-ORIGEN PIC X(10).

      *    PROPUESTA DE FALLIDO PENDIENTE DE SEGUNDA FIRMA
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

       FD  FALLIDOS-CONTROL-FILE.
       01  FALLIDOS-CONTROL-RECORD.
           05  FCT-DIAS-MINIMOS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-LIBERADAS-STATUS PIC XX.
       01  WS-FALLIDOS-STATUS PIC XX.
       01  WS-FAL-CONTROL-STATUS PIC XX.
       01  WS-EOF-FALLIDOS PIC X VALUE "N".
           88  FIN-FALLIDOS VALUE "Y".
       01  WS-YA-PROPUESTA PIC X VALUE "N".
           88  YA-PROPUESTA VALUE "Y".
       01  WS-FAL-DIAS-MINIMOS PIC 9(3) VALUE 90.
       01  WS-FAL-DIAS-ABIERTA PIC S9(9).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-EOF-SUSPENSO PIC X VALUE "N".
           88  FIN-SUSPENSO VALUE "Y".

               10  WS-SUS-FECHA PIC 9(8).
               10  WS-SUS-DIVISA PIC X(3).
               10  WS-SUS-SUCURSAL PIC X(4).
               10  WS-SUS-ORIGEN PIC X(10).
       01  WS-SUS-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-SUS-DESBORDE PIC X VALUE "N".
           88  SUS-DESBORDE VALUE "Y".
           88  OPCION-MODIFICAR VALUE "M" "m".
           88  OPCION-LIBERAR VALUE "R" "r".
           88  OPCION-CANCELAR VALUE "C" "c".
           88  OPCION-FALLIDO VALUE "F" "f".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-NUEVO-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
                       TO WS-SUS-FECHA(WS-SUS-TOTAL)
                   MOVE SUS-DIVISA TO WS-SUS-DIVISA(WS-SUS-TOTAL)
                   MOVE SUS-SUCURSAL
                       TO WS-SUS-SUCURSAL(WS-SUS-TOTAL)
                   MOVE SUS-ORIGEN TO WS-SUS-ORIGEN(WS-SUS-TOTAL).

       LEE-SUSPENSO.
           READ SUSPENSE-FILE
           DISPLAY "M - MODIFICAR NUM1/NUM2/OPERACION"
           DISPLAY "R - LIBERAR AL SIGUIENTE LOTE"
           DISPLAY "C - CANCELAR PARTIDA"
           DISPLAY "F - PROPONER COMO FALLIDA (QUEBRANTO)"
           DISPLAY "S - SALIR Y GRABAR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.
               WHEN OPCION-CANCELAR
                   PERFORM CANCELA-PARTIDA THRU
                       CANCELA-PARTIDA-FIN
               WHEN OPCION-FALLIDO
                   PERFORM PROPONE-FALLIDO THRU
                       PROPONE-FALLIDO-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
           MOVE WS-SUS-OPERACION(WS-ITEM-ELEGIDO) TO LIB-OPERACION
           MOVE WS-SUS-DIVISA(WS-ITEM-ELEGIDO) TO LIB-DIVISA
           MOVE WS-SUS-SUCURSAL(WS-ITEM-ELEGIDO) TO LIB-SUCURSAL
           MOVE WS-SUS-ORIGEN(WS-ITEM-ELEGIDO) TO LIB-ORIGEN
           WRITE LIBERADA-RECORD
           CLOSE LIBERADAS-FILE
           MOVE "L" TO WS-SUS-ESTADO(WS-ITEM-ELEGIDO)
       CANCELA-PARTIDA-FIN.
           EXIT.

       PROPONE-FALLIDO.
      *    LA PROPUESTA NO TOCA LA PARTIDA: SIGUE PENDIENTE EN EL
      *    SUSPENSO HASTA QUE OTRO OPERADOR CON LA MARCA FALLIDO LA
      *    APRUEBE EN FALLIDOS-APROBACION
           PERFORM PIDE-ITEM
           IF WS-ITEM-ELEGIDO = ZERO
               GO TO PROPONE-FALLIDO-FIN
           END-IF
           MOVE WS-SUS-GRUPO(WS-ITEM-ELEGIDO) TO WS-AUDIT-CLAVE
           IF WS-SUS-ESTADO(WS-ITEM-ELEGIDO) NOT = "P"
               DISPLAY "LA PARTIDA YA NO ESTA PENDIENTE"
               GO TO PROPONE-FALLIDO-FIN
           END-IF
           PERFORM LEE-CONTROL-FALLIDOS
           CALL "FECHAPROC" USING WS-FECHA-HOY
           IF WS-SUS-FECHA(WS-ITEM-ELEGIDO) NOT NUMERIC
                   OR WS-SUS-FECHA(WS-ITEM-ELEGIDO) = ZERO
               MOVE ZERO TO WS-FAL-DIAS-ABIERTA
           ELSE
               COMPUTE WS-FAL-DIAS-ABIERTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-SUS-FECHA(WS-ITEM-ELEGIDO))
           END-IF
           IF WS-FAL-DIAS-ABIERTA < WS-FAL-DIAS-MINIMOS
               DISPLAY "LA PARTIDA SOLO LLEVA " WS-FAL-DIAS-ABIERTA
                   " DIAS EN SUSPENSO; EL MINIMO PARA PROPONERLA "
                   "COMO FALLIDA ES " WS-FAL-DIAS-MINIMOS
               GO TO PROPONE-FALLIDO-FIN
           END-IF
           PERFORM BUSCA-PROPUESTA
           IF YA-PROPUESTA
               DISPLAY "LA PARTIDA YA ESTA PROPUESTA COMO FALLIDA, "
                   "PENDIENTE DE APROBACION"
               GO TO PROPONE-FALLIDO-FIN
           END-IF
           OPEN EXTEND FALLIDOS-PEND-FILE
           IF WS-FALLIDOS-STATUS NOT = "00"
               OPEN OUTPUT FALLIDOS-PEND-FILE
           END-IF
           MOVE SPACES TO FALLIDO-PENDIENTE-RECORD
           MOVE WS-SUS-GRUPO(WS-ITEM-ELEGIDO) TO FPE-GRUPO
           MOVE WS-SUS-NUM1(WS-ITEM-ELEGIDO) TO FPE-NUM1
           MOVE WS-SUS-NUM2(WS-ITEM-ELEGIDO) TO FPE-NUM2
           MOVE WS-SUS-OPERACION(WS-ITEM-ELEGIDO) TO FPE-OPERACION
           MOVE WS-SUS-FECHA(WS-ITEM-ELEGIDO) TO FPE-FECHA-SUSPENSO
           MOVE WS-SUS-MOTIVO(WS-ITEM-ELEGIDO) TO FPE-MOTIVO
           MOVE WS-SUS-DIVISA(WS-ITEM-ELEGIDO) TO FPE-DIVISA
           MOVE WS-SUS-SUCURSAL(WS-ITEM-ELEGIDO) TO FPE-SUCURSAL
           COMPUTE FPE-IMPORTE =
               FUNCTION ABS(WS-SUS-NUM1(WS-ITEM-ELEGIDO))
               + FUNCTION ABS(WS-SUS-NUM2(WS-ITEM-ELEGIDO))
           MOVE WS-FAL-DIAS-ABIERTA TO FPE-DIAS-ABIERTA
           ACCEPT FPE-SOLICITANTE FROM ENVIRONMENT "USER"
           IF FPE-SOLICITANTE = SPACES
               MOVE "DESCONOCIDO" TO FPE-SOLICITANTE
           END-IF
           MOVE WS-FECHA-HOY TO FPE-FECHA
           ACCEPT FPE-HORA FROM TIME
           WRITE FALLIDO-PENDIENTE-RECORD
           CLOSE FALLIDOS-PEND-FILE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "SUSPENSO PROPUESTO FALLIDO GRUPO="
               WS-SUS-GRUPO(WS-ITEM-ELEGIDO)
               " MOTIVO=" WS-SUS-MOTIVO(WS-ITEM-ELEGIDO)
               " FECHA=" WS-SUS-FECHA(WS-ITEM-ELEGIDO)
               " IMPORTE=" FPE-IMPORTE
               " SOLICITANTE=" FPE-SOLICITANTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "PROPUESTA DE FALLIDO ENCOLADA PARA APROBACION".

       PROPONE-FALLIDO-FIN.
           EXIT.

       LEE-CONTROL-FALLIDOS.
           MOVE 90 TO WS-FAL-DIAS-MINIMOS
           OPEN INPUT FALLIDOS-CONTROL-FILE
           IF WS-FAL-CONTROL-STATUS = "00"
               READ FALLIDOS-CONTROL-FILE
                   NOT AT END
                       IF FCT-DIAS-MINIMOS NUMERIC
                           MOVE FCT-DIAS-MINIMOS
                               TO WS-FAL-DIAS-MINIMOS
                       END-IF
               END-READ
               CLOSE FALLIDOS-CONTROL-FILE
           END-IF.

       BUSCA-PROPUESTA.
           MOVE "N" TO WS-YA-PROPUESTA
           MOVE "N" TO WS-EOF-FALLIDOS
           OPEN INPUT FALLIDOS-PEND-FILE
           IF WS-FALLIDOS-STATUS = "00"
               PERFORM UNTIL FIN-FALLIDOS OR YA-PROPUESTA
                   READ FALLIDOS-PEND-FILE
                       AT END
                           SET FIN-FALLIDOS TO TRUE
                       NOT AT END
                           PERFORM COMPARA-PROPUESTA
                   END-READ
               END-PERFORM
               CLOSE FALLIDOS-PEND-FILE
           END-IF.

       COMPARA-PROPUESTA.
           IF FPE-GRUPO = WS-SUS-GRUPO(WS-ITEM-ELEGIDO)
                   AND FPE-NUM1 = WS-SUS-NUM1(WS-ITEM-ELEGIDO)
                   AND FPE-NUM2 = WS-SUS-NUM2(WS-ITEM-ELEGIDO)
                   AND FPE-OPERACION =
                       WS-SUS-OPERACION(WS-ITEM-ELEGIDO)
                   AND FPE-FECHA-SUSPENSO =
                       WS-SUS-FECHA(WS-ITEM-ELEGIDO)
               SET YA-PROPUESTA TO TRUE
           END-IF.

       REGRABA-SUSPENSO.
      *    SOLO LAS PARTIDAS QUE SIGUEN PENDIENTES VUELVEN AL FICHERO
      *    DE SUSPENSO; LAS LIBERADAS YA VIAJAN EN EL FICHERO DE
                   MOVE WS-SUS-FECHA(WS-IDX) TO SUS-FECHA-SUSPENSO
                   MOVE WS-SUS-DIVISA(WS-IDX) TO SUS-DIVISA
                   MOVE WS-SUS-SUCURSAL(WS-IDX) TO SUS-SUCURSAL
                   MOVE WS-SUS-ORIGEN(WS-IDX) TO SUS-ORIGEN
                   WRITE SUSPENSO-REGISTRO
               END-IF
           END-PERFORM
