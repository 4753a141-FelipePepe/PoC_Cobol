      *          ahora la clave de cliente y COTIZACION-PRESTAMOS la
      *          valida contra este maestro, rechazando con motivo 04
      *          las solicitudes de clientes desconocidos.
      *          El alta y el cambio recogen tambien la orden de
      *          domiciliacion (cuenta de cargo y referencia de la
      *          orden); una cuenta en blanco la anula. Con orden
      *          vigente ADEUDOS-PRESTAMOS carga los recibos del
      *          cliente en su cuenta.
      *          El alta y el cambio fijan tambien el limite de
      *          credito del cliente (riesgo consolidado maximo en
      *          la cartera de prestamos; cero = sin limite), que
      *          ALTA-PRESTAMOS controla al contabilizar.
      *          Diligencia debida: el alta y el cambio recogen la
      *          calificacion de riesgo del cliente (B/M/A) y la
      *          opcion R anota cada revision de su documentacion. La
      *          proxima revision vence a los meses que marca su
      *          riesgo, de PARAMETROS.DAT bajo CLIENTES-MAINT:
      *          MESES-RIESGO-BAJO (60), MESES-RIESGO-MEDIO (36) y
      *          MESES-RIESGO-ALTO (12). El alta cuenta como primera
      *          revision; un cambio de riesgo recalcula el
      *          vencimiento desde la ultima. Con la revision vencida
      *          la cotizacion y el alta de prestamos rechazan el
      *          negocio nuevo del cliente.
      *          Clientes duplicados: la opcion F propone, tras
      *          revisar el listado de CLIENTES-DUPLICADOS, fundir un
      *          cliente duplicado en el que se conserva. La propuesta
      *          queda en FUSIONES_PENDIENTES.DAT (COPY FUSIOREC) y la
      *          aplica FUSIONES-APROBACION en doble control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT FUSIONES-FILE ASSIGN TO "FUSIONES_PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  FUSIONES-FILE.
       COPY FUSIOREC.

       WORKING-STORAGE SECTION.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-FUSIONES-STATUS PIC XX.
       01  WS-EOF-FUSIONES PIC X.
           88  FIN-FUSIONES VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-CAMBIO VALUE "C" "c".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-REVISION VALUE "R" "r".
           88  OPCION-FUSION VALUE "F" "f".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-DOCUMENTO PIC X(10).
       01  WS-SUCURSAL PIC X(4).
       01  WS-ACTIVO PIC X.
           88  ACTIVO-VALIDO VALUE "A" "I".
       01  WS-CUENTA-CARGO PIC X(24).
       01  WS-REF-MANDATO PIC X(12).
       01  WS-LIMITE-TEXTO PIC X(14).
       01  WS-LIMITE-CREDITO PIC 9(9)V99.
       01  WS-RIESGO PIC X.
           88  RIESGO-VALIDO VALUE "B" "M" "A".

      *    DILIGENCIA DEBIDA: MESES ENTRE REVISIONES SEGUN EL RIESGO
       01  WS-MESES-RIESGO-BAJO PIC 9(3) VALUE 60.
       01  WS-MESES-RIESGO-MEDIO PIC 9(3) VALUE 36.
       01  WS-MESES-RIESGO-ALTO PIC 9(3) VALUE 12.
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-REVISION PIC 9(8).
       01  WS-FECHA-TEXTO PIC X(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-RIESGO-ANTERIOR PIC X.
       01  WS-MESES PIC 9(3).
       01  WS-FECHA-CALCULO PIC 9(8).
       01  WS-FECHA-CALCULO-D REDEFINES WS-FECHA-CALCULO.
           05  WS-FC-ANIO PIC 9(4).
           05  WS-FC-MES PIC 99.
           05  WS-FC-DIA PIC 99.
       01  WS-TOTAL-MESES PIC 9(6).

      *    PROPUESTA DE FUSION DE DUPLICADOS
       01  WS-SUPERVIVIENTE PIC X(10).
       01  WS-NOMBRE-SUPERVIVIENTE PIC X(30).
       01  WS-MOTIVO-FUSION PIC X(30).
       01  WS-SOLICITANTE PIC X(20).
       01  WS-HORA-PROPUESTA PIC 9(8).
       01  WS-CONFIRMA PIC X.
           88  CONFIRMA-SI VALUE "S" "s".
       01  WS-FUSION-REPETIDA PIC X.
           88  FUSION-REPETIDA VALUE "Y".

       01  WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88  REGISTRO-ENCONTRADO VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CLIENTES-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO
           PERFORM LEE-PARAMETROS-REVISION

           OPEN I-O CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
           DISPLAY "C - CAMBIO (MODIFICAR CLIENTE)"
           DISPLAY "B - BAJA (MARCAR INACTIVO)"
           DISPLAY "I - INQUIRY (CONSULTAR CLIENTE)"
           DISPLAY "R - REVISION DE DILIGENCIA DEBIDA"
           DISPLAY "F - FUSION DE CLIENTE DUPLICADO (PROPUESTA)"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.
                   PERFORM PROCESA-BAJA
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-REVISION
                   PERFORM PROCESA-REVISION THRU PROCESA-REVISION-FIN
               WHEN OPCION-FUSION
                   PERFORM PROCESA-FUSION THRU PROCESA-FUSION-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
           IF NOT ACTIVO-VALIDO
               DISPLAY "MARCA NO VALIDA, SE ASUME ACTIVO"
               MOVE "A" TO WS-ACTIVO
           END-IF
           DISPLAY "Cuenta de cargo IBAN (blanco = sin domiciliar): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CUENTA-CARGO FROM CONSOLE-DEVICE
           MOVE SPACES TO WS-REF-MANDATO
           IF WS-CUENTA-CARGO NOT = SPACES
               DISPLAY "Referencia de la orden de domiciliacion: "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-REF-MANDATO FROM CONSOLE-DEVICE
           END-IF
           DISPLAY "Limite de credito (0 = sin limite): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-LIMITE-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-LIMITE-CREDITO
           IF WS-LIMITE-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-LIMITE-TEXTO) = ZERO
                       AND FUNCTION NUMVAL(WS-LIMITE-TEXTO) >= ZERO
                       AND FUNCTION NUMVAL(WS-LIMITE-TEXTO)
                           <= 999999999.99
                   COMPUTE WS-LIMITE-CREDITO =
                       FUNCTION NUMVAL(WS-LIMITE-TEXTO)
               ELSE
                   DISPLAY "LIMITE NO VALIDO, SE ASUME SIN LIMITE"
               END-IF
           END-IF
           PERFORM PIDE-RIESGO.

       PIDE-RIESGO.
           DISPLAY "Riesgo del cliente (B=bajo M=medio A=alto): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-RIESGO FROM CONSOLE-DEVICE
           IF WS-RIESGO = "b" OR "m" OR "a"
               INSPECT WS-RIESGO CONVERTING "bma" TO "BMA"
           END-IF
      *    ANTE LA DUDA, LA REVISION MAS FRECUENTE
           IF NOT RIESGO-VALIDO
               DISPLAY "RIESGO NO VALIDO, SE ASUME ALTO"
               MOVE "A" TO WS-RIESGO
           END-IF.

       LEE-PARAMETROS-REVISION.
           CALL "PARAMLEE" USING "CLIENTES-MAINT      "
               "MESES-RIESGO-BAJO   " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-MESES-RIESGO-BAJO =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "CLIENTES-MAINT      "
               "MESES-RIESGO-MEDIO  " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-MESES-RIESGO-MEDIO =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "CLIENTES-MAINT      "
               "MESES-RIESGO-ALTO   " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               COMPUTE WS-MESES-RIESGO-ALTO =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF.

      *    PROXIMA REVISION = ULTIMA REVISION MAS LOS MESES DEL
      *    RIESGO; SI EL DIA NO EXISTE EN EL MES DE DESTINO (31, 29
      *    DE FEBRERO) VENCE EL ULTIMO DIA DE ESE MES
       CALCULA-PROXIMA-REVISION.
           IF CLI-FECHA-REVISION NOT NUMERIC
                   OR CLI-FECHA-REVISION = ZERO
               MOVE ZERO TO CLI-FECHA-PROX-REVISION
           ELSE
               EVALUATE TRUE
                   WHEN CLI-RIESGO-BAJO
                       MOVE WS-MESES-RIESGO-BAJO TO WS-MESES
                   WHEN CLI-RIESGO-MEDIO
                       MOVE WS-MESES-RIESGO-MEDIO TO WS-MESES
                   WHEN OTHER
                       MOVE WS-MESES-RIESGO-ALTO TO WS-MESES
               END-EVALUATE
               MOVE CLI-FECHA-REVISION TO WS-FECHA-CALCULO
               COMPUTE WS-TOTAL-MESES =
                   WS-FC-ANIO * 12 + WS-FC-MES - 1 + WS-MESES
               DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-FC-ANIO
                   REMAINDER WS-FC-MES
               ADD 1 TO WS-FC-MES
               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                       (WS-FECHA-CALCULO) = ZERO
                   SUBTRACT 1 FROM WS-FC-DIA
               END-PERFORM
               MOVE WS-FECHA-CALCULO TO CLI-FECHA-PROX-REVISION
           END-IF.

       MUEVE-MANDATO.
      *    LA FECHA DE LA ORDEN SOLO CAMBIA SI CAMBIA LA ORDEN
           IF WS-CUENTA-CARGO = SPACES
               MOVE "N" TO CLI-DOMICILIA
               MOVE SPACES TO CLI-CUENTA-CARGO
               MOVE SPACES TO CLI-REF-MANDATO
               MOVE ZERO TO CLI-FECHA-MANDATO
           ELSE
               IF NOT CLI-CON-MANDATO
                       OR WS-CUENTA-CARGO NOT = CLI-CUENTA-CARGO
                       OR WS-REF-MANDATO NOT = CLI-REF-MANDATO
                   CALL "FECHAPROC" USING CLI-FECHA-MANDATO
               END-IF
               MOVE "S" TO CLI-DOMICILIA
               MOVE WS-CUENTA-CARGO TO CLI-CUENTA-CARGO
               MOVE WS-REF-MANDATO TO CLI-REF-MANDATO
           END-IF.

       PROCESA-ALTA.
           MOVE WS-NOMBRE TO CLI-NOMBRE
           MOVE WS-SUCURSAL TO CLI-SUCURSAL
           MOVE WS-ACTIVO TO CLI-ACTIVO
           MOVE "N" TO CLI-DOMICILIA
           PERFORM MUEVE-MANDATO
           MOVE WS-LIMITE-CREDITO TO CLI-LIMITE-CREDITO
      *    LA IDENTIFICACION DEL ALTA ES LA PRIMERA REVISION
           MOVE WS-RIESGO TO CLI-RIESGO
           MOVE WS-FECHA-PROCESO TO CLI-FECHA-REVISION
           PERFORM CALCULA-PROXIMA-REVISION
           CALL "FECHAPROC" USING CLI-FECHA-ACTUALIZACION
           WRITE CLIENTE-RECORD
               INVALID KEY
               NOT INVALID KEY
                   STRING "CLIENTE=" WS-DOCUMENTO " ALTA NOMBRE="
                       WS-NOMBRE " SUCURSAL=" WS-SUCURSAL
                       " DOM=" CLI-DOMICILIA
                       " LIMITE=" CLI-LIMITE-CREDITO
                       " RIESGO=" CLI-RIESGO
                       " PROX-REVISION=" CLI-FECHA-PROX-REVISION
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               MOVE WS-NOMBRE TO CLI-NOMBRE
               MOVE WS-SUCURSAL TO CLI-SUCURSAL
               MOVE WS-ACTIVO TO CLI-ACTIVO
               PERFORM MUEVE-MANDATO
               MOVE WS-LIMITE-CREDITO TO CLI-LIMITE-CREDITO
      *        UN CAMBIO DE RIESGO ACORTA O ALARGA EL PLAZO DESDE LA
      *        ULTIMA REVISION; LAS FICHAS ANTIGUAS SIN FECHAS QUEDAN
      *        SIN REVISION HASTA QUE SE ANOTE UNA
               PERFORM NORMALIZA-REVISION
               MOVE CLI-RIESGO TO WS-RIESGO-ANTERIOR
               MOVE WS-RIESGO TO CLI-RIESGO
               IF WS-RIESGO NOT = WS-RIESGO-ANTERIOR
                   PERFORM CALCULA-PROXIMA-REVISION
               END-IF
               CALL "FECHAPROC" USING CLI-FECHA-ACTUALIZACION
               REWRITE CLIENTE-RECORD
               STRING "CLIENTE=" WS-DOCUMENTO " CAMBIO NOMBRE="
                   WS-NOMBRE " SUCURSAL=" WS-SUCURSAL
                   " DOM=" CLI-DOMICILIA
                   " LIMITE=" CLI-LIMITE-CREDITO
                   " RIESGO=" CLI-RIESGO
                   " PROX-REVISION=" CLI-FECHA-PROX-REVISION
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   " SUCURSAL: " CLI-SUCURSAL
                   " ACTIVO: " CLI-ACTIVO
                   " ACTUALIZADO: " CLI-FECHA-ACTUALIZACION
               DISPLAY "LIMITE DE CREDITO: " CLI-LIMITE-CREDITO
               PERFORM NORMALIZA-REVISION
               IF CLI-FECHA-PROX-REVISION = ZERO
                   DISPLAY "DILIGENCIA DEBIDA: RIESGO " CLI-RIESGO
                       " SIN REVISION REGISTRADA"
               ELSE
                   IF CLI-FECHA-PROX-REVISION < WS-FECHA-PROCESO
                       DISPLAY "DILIGENCIA DEBIDA: RIESGO " CLI-RIESGO
                           " ULTIMA REVISION " CLI-FECHA-REVISION
                           " PROXIMA " CLI-FECHA-PROX-REVISION
                           " *** VENCIDA: SIN NEGOCIO NUEVO ***"
                   ELSE
                       DISPLAY "DILIGENCIA DEBIDA: RIESGO " CLI-RIESGO
                           " ULTIMA REVISION " CLI-FECHA-REVISION
                           " PROXIMA " CLI-FECHA-PROX-REVISION
                   END-IF
               END-IF
               IF CLI-CON-MANDATO
                   DISPLAY "DOMICILIADO EN: " CLI-CUENTA-CARGO
                       " ORDEN: " CLI-REF-MANDATO
                       " DESDE: " CLI-FECHA-MANDATO
               END-IF
           ELSE
               DISPLAY "CLIENTE NO ENCONTRADO: " WS-DOCUMENTO
           END-IF.

       PROCESA-REVISION.
           PERFORM PIDE-DOCUMENTO
           MOVE WS-DOCUMENTO TO CLI-DOCUMENTO
           MOVE WS-DOCUMENTO TO WS-AUDIT-CLAVE
           PERFORM LEE-CLIENTE
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY "CLIENTE NO ENCONTRADO: " WS-DOCUMENTO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-REVISION-FIN
           END-IF
           PERFORM NORMALIZA-REVISION
           DISPLAY "Fecha de la revision (AAAAMMDD, blanco = hoy): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-TEXTO FROM CONSOLE-DEVICE
           IF WS-FECHA-TEXTO = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-REVISION
           ELSE
               IF WS-FECHA-TEXTO NOT NUMERIC
                   DISPLAY "ERROR: FECHA DE REVISION NO VALIDA"
                   GO TO PROCESA-REVISION-FIN
               END-IF
               MOVE WS-FECHA-TEXTO TO WS-FECHA-REVISION
           END-IF
           CALL "FECHAVAL" USING WS-FECHA-REVISION WS-FECHA-SEVERIDAD
      *    NI FUTURA NI ANTERIOR A LA QUE YA CONSTA
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR WS-FECHA-REVISION > WS-FECHA-PROCESO
                   OR WS-FECHA-REVISION < CLI-FECHA-REVISION
               DISPLAY "ERROR: FECHA DE REVISION NO VALIDA"
               GO TO PROCESA-REVISION-FIN
           END-IF
      *    LA REVISION PUEDE RECALIFICAR AL CLIENTE
           DISPLAY "Riesgo actual: " CLI-RIESGO
           PERFORM PIDE-RIESGO
           MOVE CLI-RIESGO TO WS-RIESGO-ANTERIOR
           MOVE WS-RIESGO TO CLI-RIESGO
           MOVE WS-FECHA-REVISION TO CLI-FECHA-REVISION
           PERFORM CALCULA-PROXIMA-REVISION
           CALL "FECHAPROC" USING CLI-FECHA-ACTUALIZACION
           REWRITE CLIENTE-RECORD
           DISPLAY "REVISION ANOTADA. PROXIMA REVISION: "
               CLI-FECHA-PROX-REVISION
           MOVE "DILIGENCIA" TO WS-AUDIT-EVENTO
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CLIENTE=" WS-DOCUMENTO " REVISION="
               CLI-FECHA-REVISION " RIESGO=" WS-RIESGO-ANTERIOR
               "->" CLI-RIESGO " PROXIMA=" CLI-FECHA-PROX-REVISION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           MOVE "MANTENIM" TO WS-AUDIT-EVENTO.

       PROCESA-REVISION-FIN.
           EXIT.

      *    LA FUSION NO SE APLICA AQUI: SE PROPONE Y OTRO OPERADOR
      *    LA APRUEBA EN FUSIONES-APROBACION, QUE MUEVE PRESTAMOS,
      *    GARANTIAS Y DEPOSITOS AL CLIENTE QUE SE CONSERVA
       PROCESA-FUSION.
           DISPLAY "CLIENTE QUE SE CONSERVA" UPON CONSOLE-DEVICE
           PERFORM PIDE-DOCUMENTO
           MOVE WS-DOCUMENTO TO WS-SUPERVIVIENTE
           MOVE WS-DOCUMENTO TO CLI-DOCUMENTO
           PERFORM LEE-CLIENTE
           IF NOT REGISTRO-ENCONTRADO OR NOT CLI-ES-ACTIVO
               DISPLAY "ERROR: EL CLIENTE QUE SE CONSERVA NO EXISTE O "
                   "ESTA INACTIVO: " WS-SUPERVIVIENTE
               GO TO PROCESA-FUSION-FIN
           END-IF
           MOVE CLI-NOMBRE TO WS-NOMBRE-SUPERVIVIENTE
           DISPLAY "CLIENTE DUPLICADO (SE DARA DE BAJA)"
               UPON CONSOLE-DEVICE
           PERFORM PIDE-DOCUMENTO
           IF WS-DOCUMENTO = WS-SUPERVIVIENTE
               DISPLAY "ERROR: EL DUPLICADO ES EL MISMO CLIENTE"
               GO TO PROCESA-FUSION-FIN
           END-IF
           MOVE WS-DOCUMENTO TO CLI-DOCUMENTO
           PERFORM LEE-CLIENTE
           IF NOT REGISTRO-ENCONTRADO OR NOT CLI-ES-ACTIVO
               DISPLAY "ERROR: EL DUPLICADO NO EXISTE O YA ESTA "
                   "INACTIVO: " WS-DOCUMENTO
               GO TO PROCESA-FUSION-FIN
           END-IF
           DISPLAY "SE CONSERVA: " WS-SUPERVIVIENTE " "
               WS-NOMBRE-SUPERVIVIENTE
           DISPLAY "DUPLICADO:   " CLI-DOCUMENTO " " CLI-NOMBRE
               " SUCURSAL " CLI-SUCURSAL

      *    UN DUPLICADO SOLO PUEDE ESTAR UNA VEZ EN LA COLA
           MOVE "N" TO WS-FUSION-REPETIDA
           MOVE "N" TO WS-EOF-FUSIONES
           OPEN INPUT FUSIONES-FILE
           IF WS-FUSIONES-STATUS = "00"
               PERFORM UNTIL FIN-FUSIONES
                   READ FUSIONES-FILE
                       AT END
                           SET FIN-FUSIONES TO TRUE
                       NOT AT END
                           IF FUS-DUPLICADO = WS-DOCUMENTO
                                   OR FUS-SUPERVIVIENTE = WS-DOCUMENTO
                               SET FUSION-REPETIDA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUSIONES-FILE
           END-IF
           IF FUSION-REPETIDA
               DISPLAY "ERROR: EL DUPLICADO YA TIENE UNA FUSION "
                   "PENDIENTE DE APROBAR"
               GO TO PROCESA-FUSION-FIN
           END-IF

           DISPLAY "Motivo (p.ej. MISMO DNI SIN LETRA): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-MOTIVO-FUSION FROM CONSOLE-DEVICE
           DISPLAY "¿Proponer la fusion (S/N)? " UPON CONSOLE-DEVICE
           ACCEPT WS-CONFIRMA FROM CONSOLE-DEVICE
           IF NOT CONFIRMA-SI
               DISPLAY "FUSION NO PROPUESTA"
               GO TO PROCESA-FUSION-FIN
           END-IF

           ACCEPT WS-SOLICITANTE FROM ENVIRONMENT "USER"
           IF WS-SOLICITANTE = SPACES
               MOVE "DESCONOCIDO" TO WS-SOLICITANTE
           END-IF
           ACCEPT WS-HORA-PROPUESTA FROM TIME
           OPEN EXTEND FUSIONES-FILE
           IF WS-FUSIONES-STATUS NOT = "00"
               OPEN OUTPUT FUSIONES-FILE
           END-IF
           MOVE SPACES TO FUSION-PENDIENTE-RECORD
           MOVE WS-SUPERVIVIENTE TO FUS-SUPERVIVIENTE
           MOVE WS-DOCUMENTO TO FUS-DUPLICADO
           MOVE WS-MOTIVO-FUSION TO FUS-MOTIVO
           MOVE WS-SOLICITANTE TO FUS-SOLICITANTE
           MOVE WS-FECHA-PROCESO TO FUS-FECHA
           MOVE WS-HORA-PROPUESTA TO FUS-HORA
           WRITE FUSION-PENDIENTE-RECORD
           CLOSE FUSIONES-FILE
           DISPLAY "FUSION PROPUESTA, PENDIENTE DE APROBACION"

           MOVE WS-DOCUMENTO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CLIENTE=" WS-DOCUMENTO " FUSION PROPUESTA EN "
               WS-SUPERVIVIENTE " MOTIVO=" WS-MOTIVO-FUSION
               " SOLICITANTE=" WS-SOLICITANTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       PROCESA-FUSION-FIN.
           EXIT.

      *    LAS FICHAS GRABADAS ANTES DE LA DILIGENCIA DEBIDA TRAEN
      *    ESTOS CAMPOS EN BLANCO
       NORMALIZA-REVISION.
           IF CLI-FECHA-REVISION NOT NUMERIC
               MOVE ZERO TO CLI-FECHA-REVISION
           END-IF
           IF CLI-FECHA-PROX-REVISION NOT NUMERIC
               MOVE ZERO TO CLI-FECHA-PROX-REVISION
           END-IF.

       LEE-CLIENTE.
           READ CLIENTES-FILE
               INVALID KEY
