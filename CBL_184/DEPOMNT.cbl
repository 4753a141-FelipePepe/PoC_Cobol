      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las cuentas de deposito de ahorro
      *          DEPOSITOS.DAT (COPY DEPOSREC), con el mismo menu que
      *          CLIENTES-MAINT. Las sucursales llevaban los depositos
      *          fuera del sistema; ahora cada cuenta cuelga del
      *          CLI-DOCUMENTO de su titular en CLIENTES.DAT y toma su
      *          sucursal de la ficha. El alta exige cliente activo y
      *          sin la revision de diligencia debida vencida, y un
      *          producto y plazo con tasa vigente en
      *          TASAS_PRODUCTO.DAT (BUSCA-TASA-PRODUCTO); fija la
      *          periodicidad de liquidacion (1, 3, 6 o 12 meses) y,
      *          en los depositos a plazo, el vencimiento. El cambio
      *          solo admite otra periodicidad. La baja pide la
      *          cancelacion: la liquidacion nocturna de
      *          DEPOSITOS-INTERES abona lo devengado, paga el saldo y
      *          deja la cuenta cancelada. La opcion L lista las
      *          cuentas de un cliente por la clave alternativa.
      *          Cada cambio queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITOS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       WORKING-STORAGE SECTION.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-HAY-CLIENTES PIC X VALUE "N".
           88  HAY-CLIENTES VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-CAMBIO VALUE "C" "c".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CUENTA PIC X(10).
       01  WS-CLIENTE PIC X(10).
       01  WS-PRODUCTO PIC X(4).
       01  WS-PLAZO-TEXTO PIC X(6).
       01  WS-PLAZO PIC 9(4).
       01  WS-PERIODICIDAD-TEXTO PIC X(2).
       01  WS-PERIODICIDAD PIC 99.
           88  PERIODICIDAD-VALIDA VALUE 1 3 6 12.
       01  WS-TASA PIC 9(2)V9(6).
       01  WS-TASA-ENCONTRADA PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-MESES PIC 9(4).
       01  WS-FECHA-CALCULO PIC 9(8).
       01  WS-FECHA-CALCULO-D REDEFINES WS-FECHA-CALCULO.
           05  WS-FC-ANIO PIC 9(4).
           05  WS-FC-MES PIC 99.
           05  WS-FC-DIA PIC 99.
       01  WS-TOTAL-MESES PIC 9(6).
       01  WS-CONT-CUENTAS PIC 9(4).
       01  WS-EOF-LISTA PIC X.
           88  FIN-LISTA VALUE "Y".

       01  WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88  REGISTRO-ENCONTRADO VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEPOSITOS-MAINT".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEPOSITOS-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO

           OPEN I-O DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS NOT = "00"
               OPEN OUTPUT DEPOSITOS-FILE
               CLOSE DEPOSITOS-FILE
               OPEN I-O DEPOSITOS-FILE
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, NO SE "
                   "PUEDEN ABRIR CUENTAS"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE DEPOSITOS-FILE
           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO DE CUENTAS DE DEPOSITO ==="
           DISPLAY "A - ALTA (ABRIR CUENTA)"
           DISPLAY "C - CAMBIO (PERIODICIDAD DE LIQUIDACION)"
           DISPLAY "B - BAJA (PEDIR CANCELACION)"
           DISPLAY "I - INQUIRY (CONSULTAR CUENTA)"
           DISPLAY "L - LISTA DE CUENTAS DE UN CLIENTE"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-CAMBIO
                   PERFORM PROCESA-CAMBIO THRU PROCESA-CAMBIO-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA THRU PROCESA-BAJA-FIN
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA THRU PROCESA-LISTA-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CUENTA.
           DISPLAY "Numero de cuenta (10 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CUENTA FROM CONSOLE-DEVICE
           MOVE WS-CUENTA TO WS-AUDIT-CLAVE.

       PIDE-PERIODICIDAD.
           DISPLAY "Meses entre liquidaciones (1, 3, 6 o 12): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-PERIODICIDAD-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-PERIODICIDAD
           IF WS-PERIODICIDAD-TEXTO NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PERIODICIDAD-TEXTO)
                       = ZERO
               COMPUTE WS-PERIODICIDAD =
                   FUNCTION NUMVAL(WS-PERIODICIDAD-TEXTO)
           END-IF
           IF NOT PERIODICIDAD-VALIDA
               DISPLAY "PERIODICIDAD NO VALIDA, SE ASUME TRIMESTRAL"
               MOVE 3 TO WS-PERIODICIDAD
           END-IF.

       PROCESA-ALTA.
           PERFORM PIDE-CUENTA
           IF WS-CUENTA = SPACES
               DISPLAY "ERROR: LA CUENTA NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           MOVE WS-CUENTA TO DEP-CUENTA
           PERFORM LEE-DEPOSITO
           IF REGISTRO-ENCONTRADO
               DISPLAY "LA CUENTA YA EXISTE: " WS-CUENTA
               GO TO PROCESA-ALTA-ERROR
           END-IF

      *    EL TITULAR: ACTIVO Y CON LA DILIGENCIA DEBIDA AL DIA
           DISPLAY "Documento del titular: " UPON CONSOLE-DEVICE
           ACCEPT WS-CLIENTE FROM CONSOLE-DEVICE
           IF NOT HAY-CLIENTES OR WS-CLIENTE = SPACES
               DISPLAY "ERROR: TITULAR NO VALIDO"
               GO TO PROCESA-ALTA-ERROR
           END-IF
           MOVE WS-CLIENTE TO CLI-DOCUMENTO
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NO ENCONTRADO: " WS-CLIENTE
                   GO TO PROCESA-ALTA-ERROR
           END-READ
           IF NOT CLI-ES-ACTIVO
               DISPLAY "ERROR: EL CLIENTE ESTA INACTIVO"
               GO TO PROCESA-ALTA-ERROR
           END-IF
           IF CLI-FECHA-PROX-REVISION NUMERIC
                   AND CLI-FECHA-PROX-REVISION > ZERO
                   AND CLI-FECHA-PROX-REVISION < WS-FECHA-PROCESO
               DISPLAY "ERROR: REVISION DE DILIGENCIA DEBIDA VENCIDA "
                   "EL " CLI-FECHA-PROX-REVISION
               GO TO PROCESA-ALTA-ERROR
           END-IF

      *    PRODUCTO Y PLAZO CON TASA VIGENTE HOY
           DISPLAY "Producto de deposito (4 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-PRODUCTO FROM CONSOLE-DEVICE
           DISPLAY "Plazo en meses (0 o blanco = a la vista): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-PLAZO-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-PLAZO
           IF WS-PLAZO-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PLAZO-TEXTO) NOT = ZERO
                       OR FUNCTION NUMVAL(WS-PLAZO-TEXTO) < ZERO
                       OR FUNCTION NUMVAL(WS-PLAZO-TEXTO) > 600
                   DISPLAY "ERROR: PLAZO NO VALIDO"
                   GO TO PROCESA-ALTA-ERROR
               END-IF
               COMPUTE WS-PLAZO = FUNCTION NUMVAL(WS-PLAZO-TEXTO)
           END-IF
           IF WS-PRODUCTO = SPACES
               DISPLAY "ERROR: EL PRODUCTO NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-ERROR
           END-IF
           CALL "BUSCA-TASA-PRODUCTO" USING WS-PRODUCTO WS-PLAZO
               WS-FECHA-PROCESO WS-TASA WS-TASA-ENCONTRADA
           IF WS-TASA-ENCONTRADA NOT = "Y"
               DISPLAY "ERROR: SIN TASA VIGENTE PARA EL PRODUCTO "
                   WS-PRODUCTO " A " WS-PLAZO " MESES"
               GO TO PROCESA-ALTA-ERROR
           END-IF
           PERFORM PIDE-PERIODICIDAD

           MOVE SPACES TO DEPOSITO-RECORD
           MOVE WS-CUENTA TO DEP-CUENTA
           MOVE WS-CLIENTE TO DEP-CLIENTE
           MOVE CLI-SUCURSAL TO DEP-SUCURSAL
           MOVE WS-PRODUCTO TO DEP-PRODUCTO
           MOVE WS-PLAZO TO DEP-PLAZO
           MOVE "A" TO DEP-ESTADO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-APERTURA
           MOVE ZERO TO DEP-FECHA-VENCIMIENTO
           IF WS-PLAZO > ZERO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CALCULO
               MOVE WS-PLAZO TO WS-MESES
               PERFORM SUMA-MESES
               MOVE WS-FECHA-CALCULO TO DEP-FECHA-VENCIMIENTO
           END-IF
           MOVE ZERO TO DEP-FECHA-CANCELACION
           MOVE WS-PERIODICIDAD TO DEP-PERIODICIDAD
           MOVE ZERO TO DEP-SALDO
           MOVE ZERO TO DEP-SALDO-DEVENGO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-DEVENGO
           MOVE ZERO TO DEP-INTERES-DEVENGADO
           MOVE WS-TASA TO DEP-TASA
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ULT-LIQUIDACION
           PERFORM CALCULA-PROXIMA-LIQUIDACION
           MOVE WS-FECHA-PROCESO(1:4) TO DEP-EJERCICIO
           MOVE ZERO TO DEP-INTERES-EJERCICIO
           MOVE ZERO TO DEP-RETENCION-EJERCICIO
           MOVE ZERO TO DEP-NUM-MOVIMIENTOS
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ACTUALIZACION
           WRITE DEPOSITO-RECORD
               INVALID KEY
                   DISPLAY "LA CUENTA YA EXISTE: " WS-CUENTA
                   GO TO PROCESA-ALTA-ERROR
           END-WRITE
           DISPLAY "CUENTA ABIERTA: " DEP-CUENTA " TASA MENSUAL "
               DEP-TASA " PRIMERA LIQUIDACION "
               DEP-FECHA-PROX-LIQUIDACION
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CUENTA=" DEP-CUENTA " ALTA CLIENTE=" DEP-CLIENTE
               " SUCURSAL=" DEP-SUCURSAL " PRODUCTO=" DEP-PRODUCTO
               " PLAZO=" DEP-PLAZO " PERIODICIDAD=" DEP-PERIODICIDAD
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           GO TO PROCESA-ALTA-FIN.

       PROCESA-ALTA-ERROR.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-CAMBIO.
           PERFORM PIDE-CUENTA
           MOVE WS-CUENTA TO DEP-CUENTA
           PERFORM LEE-DEPOSITO
           IF NOT REGISTRO-ENCONTRADO OR NOT DEP-ACTIVO
               DISPLAY "CUENTA NO ENCONTRADA O NO ACTIVA: " WS-CUENTA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-CAMBIO-FIN
           END-IF
           DISPLAY "Periodicidad actual: " DEP-PERIODICIDAD " meses"
           PERFORM PIDE-PERIODICIDAD
      *    LA PROXIMA LIQUIDACION SE CUENTA DESDE LA ULTIMA; SI YA
      *    QUEDO ATRAS, LA NOCHE SIGUIENTE LIQUIDA
           MOVE WS-PERIODICIDAD TO DEP-PERIODICIDAD
           PERFORM CALCULA-PROXIMA-LIQUIDACION
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ACTUALIZACION
           REWRITE DEPOSITO-RECORD
           DISPLAY "PROXIMA LIQUIDACION: " DEP-FECHA-PROX-LIQUIDACION
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CUENTA=" DEP-CUENTA " CAMBIO PERIODICIDAD="
               DEP-PERIODICIDAD " PROX-LIQUIDACION="
               DEP-FECHA-PROX-LIQUIDACION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       PROCESA-CAMBIO-FIN.
           EXIT.

       PROCESA-BAJA.
      *    LA CANCELACION LA CIERRA LA LIQUIDACION NOCTURNA, QUE ES
      *    LA QUE SABE CUANTO INTERES QUEDA POR ABONAR
           PERFORM PIDE-CUENTA
           MOVE WS-CUENTA TO DEP-CUENTA
           PERFORM LEE-DEPOSITO
           IF NOT REGISTRO-ENCONTRADO OR NOT DEP-ACTIVO
               DISPLAY "CUENTA NO ENCONTRADA O NO ACTIVA: " WS-CUENTA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-BAJA-FIN
           END-IF
           IF DEP-FECHA-VENCIMIENTO > WS-FECHA-PROCESO
               DISPLAY "AVISO: DEPOSITO A PLAZO CANCELADO ANTES DE "
                   "SU VENCIMIENTO " DEP-FECHA-VENCIMIENTO
           END-IF
           MOVE "X" TO DEP-ESTADO
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ACTUALIZACION
           REWRITE DEPOSITO-RECORD
           DISPLAY "CANCELACION PEDIDA; SALDO A PAGAR TRAS LA "
               "LIQUIDACION DE ESTA NOCHE: " DEP-SALDO
               " MAS INTERESES"
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CUENTA=" DEP-CUENTA " CANCELACION PEDIDA SALDO="
               DEP-SALDO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       PROCESA-BAJA-FIN.
           EXIT.

       PROCESA-CONSULTA.
           PERFORM PIDE-CUENTA
           MOVE WS-CUENTA TO DEP-CUENTA
           PERFORM LEE-DEPOSITO
           IF REGISTRO-ENCONTRADO
               PERFORM MUESTRA-DEPOSITO
           ELSE
               DISPLAY "CUENTA NO ENCONTRADA: " WS-CUENTA
           END-IF.

       MUESTRA-DEPOSITO.
           DISPLAY "CUENTA: " DEP-CUENTA " TITULAR: " DEP-CLIENTE
               " SUCURSAL: " DEP-SUCURSAL " ESTADO: " DEP-ESTADO
           DISPLAY "PRODUCTO: " DEP-PRODUCTO " PLAZO: " DEP-PLAZO
               " VENCIMIENTO: " DEP-FECHA-VENCIMIENTO
               " APERTURA: " DEP-FECHA-APERTURA
           DISPLAY "SALDO: " DEP-SALDO " TASA MENSUAL: " DEP-TASA
               " DEVENGADO SIN LIQUIDAR: " DEP-INTERES-DEVENGADO
           DISPLAY "LIQUIDACION CADA " DEP-PERIODICIDAD " MESES"
               " ULTIMA: " DEP-FECHA-ULT-LIQUIDACION
               " PROXIMA: " DEP-FECHA-PROX-LIQUIDACION
           DISPLAY "EJERCICIO " DEP-EJERCICIO " INTERES BRUTO: "
               DEP-INTERES-EJERCICIO " RETENCION: "
               DEP-RETENCION-EJERCICIO.

       PROCESA-LISTA.
           DISPLAY "Documento del titular: " UPON CONSOLE-DEVICE
           ACCEPT WS-CLIENTE FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-CONT-CUENTAS
           MOVE "N" TO WS-EOF-LISTA
           MOVE WS-CLIENTE TO DEP-CLIENTE
           START DEPOSITOS-FILE KEY IS = DEP-CLIENTE
               INVALID KEY
                   DISPLAY "EL CLIENTE NO TIENE CUENTAS: " WS-CLIENTE
                   GO TO PROCESA-LISTA-FIN
           END-START
           PERFORM UNTIL FIN-LISTA
               READ DEPOSITOS-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       IF DEP-CLIENTE NOT = WS-CLIENTE
                           SET FIN-LISTA TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CUENTAS
                           DISPLAY DEP-CUENTA " " DEP-PRODUCTO " "
                               DEP-ESTADO " SALDO " DEP-SALDO
                               " PROXIMA LIQUIDACION "
                               DEP-FECHA-PROX-LIQUIDACION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CUENTAS DEL CLIENTE: " WS-CONT-CUENTAS.

       PROCESA-LISTA-FIN.
           EXIT.

      *    PROXIMA LIQUIDACION = ULTIMA MAS LA PERIODICIDAD
       CALCULA-PROXIMA-LIQUIDACION.
           MOVE DEP-FECHA-ULT-LIQUIDACION TO WS-FECHA-CALCULO
           MOVE DEP-PERIODICIDAD TO WS-MESES
           PERFORM SUMA-MESES
           MOVE WS-FECHA-CALCULO TO DEP-FECHA-PROX-LIQUIDACION.

      *    SUMA WS-MESES A WS-FECHA-CALCULO; SI EL DIA NO EXISTE EN EL
      *    MES DE DESTINO QUEDA EL ULTIMO DIA DE ESE MES
       SUMA-MESES.
           COMPUTE WS-TOTAL-MESES =
               WS-FC-ANIO * 12 + WS-FC-MES - 1 + WS-MESES
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-FC-ANIO
               REMAINDER WS-FC-MES
           ADD 1 TO WS-FC-MES
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                   (WS-FECHA-CALCULO) = ZERO
               SUBTRACT 1 FROM WS-FC-DIA
           END-PERFORM.

       LEE-DEPOSITO.
           READ DEPOSITOS-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTRO-ENCONTRADO
           END-READ.

       END PROGRAM DEPOSITOS-MAINT.
