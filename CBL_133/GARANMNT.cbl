      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del registro de garantias GARANTIAS.DAT
      *          (GARANREC), con el mismo menu que CLIENTES-MAINT
      *          (CBL_79). El comite de riesgos sacaba la posicion de
      *          garantias de una hoja de calculo aparte que nunca
      *          estaba al dia; cada garantia se registra ahora contra
      *          la referencia del prestamo con su tipo, su valor y
      *          fecha de tasacion y el documento del avalista o del
      *          tercero que aporta el bien, validado contra
      *          CLIENTES.DAT. La garantia puede registrarse antes de
      *          contabilizar el prestamo (la referencia es la de la
      *          solicitud), que es lo que exige ALTA-PRESTAMOS para
      *          los productos garantizados. El cambio sirve tambien
      *          para anotar una nueva tasacion; la baja es logica.
      *          Todo cambio pasa por AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIAS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIAS-FILE ASSIGN TO "GARANTIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLAVE
               FILE STATUS IS WS-GARANTIAS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIAS-FILE.
       COPY GARANREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       WORKING-STORAGE SECTION.
       01  WS-GARANTIAS-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-HAY-CLIENTES PIC X VALUE "N".
           88  HAY-CLIENTES VALUE "Y".
       01  WS-HAY-PRESTAMOS PIC X VALUE "N".
           88  HAY-PRESTAMOS VALUE "Y".
       01  WS-EOF-GARANTIAS PIC X.
           88  FIN-GARANTIAS VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-CAMBIO VALUE "C" "c".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-REFERENCIA PIC X(8).
       01  WS-SECUENCIA PIC 9(2).
       01  WS-TIPO PIC X.
           88  TIPO-VALIDO VALUE "H" "V" "D" "A" "O".
           88  TIPO-AVAL VALUE "A".
       01  WS-DESCRIPCION PIC X(30).
       01  WS-VALOR-TEXTO PIC X(14).
       01  WS-VALOR PIC 9(9)V99.
       01  WS-FECHA-TASACION PIC 9(8).
       01  WS-AVALISTA PIC X(10).
       01  WS-VALOR-ANTES PIC 9(9)V99.
       01  WS-FECHA-ANTES PIC 9(8).

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.

       01  WS-DATOS-VALIDOS PIC X.
           88  DATOS-VALIDOS VALUE "Y".
       01  WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88  REGISTRO-ENCONTRADO VALUE "Y".
       01  WS-CONT-LISTADAS PIC 9(2).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GARANTIAS-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GARANTIAS-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN I-O GARANTIAS-FILE
           IF WS-GARANTIAS-STATUS NOT = "00"
               OPEN OUTPUT GARANTIAS-FILE
               CLOSE GARANTIAS-FILE
               OPEN I-O GARANTIAS-FILE
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, NO SE "
                   "PUEDEN REGISTRAR AVALISTAS"
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS = "00"
               SET HAY-PRESTAMOS TO TRUE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE GARANTIAS-FILE
           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           IF HAY-PRESTAMOS
               CLOSE PRESTAMOS-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO REGISTRO DE GARANTIAS ==="
           DISPLAY "A - ALTA (NUEVA GARANTIA)"
           DISPLAY "C - CAMBIO (MODIFICAR O RETASAR)"
           DISPLAY "B - BAJA (CANCELAR GARANTIA)"
           DISPLAY "I - INQUIRY (GARANTIAS DE UN PRESTAMO)"
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
                   PERFORM PROCESA-BAJA
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-REFERENCIA.
           DISPLAY "Referencia del prestamo (8 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-REFERENCIA FROM CONSOLE-DEVICE.

       PIDE-SECUENCIA.
           DISPLAY "Numero de garantia (2 digitos): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-SECUENCIA FROM CONSOLE-DEVICE.

       PIDE-DATOS.
      *    EL AVAL PERSONAL NO SE TASA: SOLO PIDE EL AVALISTA
           MOVE "Y" TO WS-DATOS-VALIDOS
           DISPLAY "Tipo (H=inmueble V=vehiculo D=deposito A=aval "
               "O=otra): " UPON CONSOLE-DEVICE
           ACCEPT WS-TIPO FROM CONSOLE-DEVICE
           IF NOT TIPO-VALIDO
               DISPLAY "ERROR: TIPO DE GARANTIA NO VALIDO"
               MOVE "N" TO WS-DATOS-VALIDOS
               GO TO PIDE-DATOS-FIN
           END-IF
           DISPLAY "Descripcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-VALOR
           MOVE ZERO TO WS-FECHA-TASACION
           IF NOT TIPO-AVAL
               DISPLAY "Valor de tasacion: " UPON CONSOLE-DEVICE
               ACCEPT WS-VALOR-TEXTO FROM CONSOLE-DEVICE
               IF FUNCTION TEST-NUMVAL(WS-VALOR-TEXTO) NOT = ZERO
                   DISPLAY "ERROR: VALOR DE TASACION NO VALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
                   GO TO PIDE-DATOS-FIN
               END-IF
               IF FUNCTION NUMVAL(WS-VALOR-TEXTO) <= ZERO
                       OR FUNCTION NUMVAL(WS-VALOR-TEXTO)
                           > 999999999.99
                   DISPLAY "ERROR: VALOR DE TASACION NO VALIDO"
                   MOVE "N" TO WS-DATOS-VALIDOS
                   GO TO PIDE-DATOS-FIN
               END-IF
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TEXTO)
               DISPLAY "Fecha de tasacion (AAAAMMDD): "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-FECHA-TASACION FROM CONSOLE-DEVICE
               MOVE WS-FECHA-TASACION TO WS-FECHA-CHECK
               CALL "FECHAVAL" USING WS-FECHA-CHECK
                   WS-FECHA-SEVERIDAD
               IF WS-FECHA-SEVERIDAD NOT = ZERO
                       OR WS-FECHA-TASACION > WS-FECHA-PROCESO
                   DISPLAY "ERROR: FECHA DE TASACION NO VALIDA"
                   MOVE "N" TO WS-DATOS-VALIDOS
                   GO TO PIDE-DATOS-FIN
               END-IF
           END-IF
           DISPLAY "Documento del avalista o aportante (blanco = el "
               "titular): " UPON CONSOLE-DEVICE
           ACCEPT WS-AVALISTA FROM CONSOLE-DEVICE
           IF TIPO-AVAL AND WS-AVALISTA = SPACES
               DISPLAY "ERROR: EL AVAL EXIGE EL DOCUMENTO DEL "
                   "AVALISTA"
               MOVE "N" TO WS-DATOS-VALIDOS
               GO TO PIDE-DATOS-FIN
           END-IF
           IF WS-AVALISTA NOT = SPACES
               PERFORM VALIDA-AVALISTA
           END-IF.

       PIDE-DATOS-FIN.
           EXIT.

       VALIDA-AVALISTA.
           IF NOT HAY-CLIENTES
               DISPLAY "ERROR: SIN MAESTRO DE CLIENTES NO SE PUEDE "
                   "VALIDAR EL AVALISTA"
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               MOVE WS-AVALISTA TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "ERROR: AVALISTA NO ES CLIENTE: "
                           WS-AVALISTA
                       MOVE "N" TO WS-DATOS-VALIDOS
                   NOT INVALID KEY
                       IF NOT CLI-ES-ACTIVO
                           DISPLAY "ERROR: AVALISTA INACTIVO: "
                               WS-AVALISTA
                           MOVE "N" TO WS-DATOS-VALIDOS
                       END-IF
               END-READ
           END-IF.

       MUEVE-DATOS.
           MOVE WS-TIPO TO GAR-TIPO
           MOVE WS-DESCRIPCION TO GAR-DESCRIPCION
           MOVE WS-VALOR TO GAR-VALOR-TASACION
           MOVE WS-FECHA-TASACION TO GAR-FECHA-TASACION
           MOVE WS-AVALISTA TO GAR-AVALISTA
           MOVE "V" TO GAR-ESTADO
           MOVE WS-FECHA-PROCESO TO GAR-FECHA-ACTUALIZACION.

       PROCESA-ALTA.
           PERFORM PIDE-REFERENCIA
           IF WS-REFERENCIA = SPACES
               DISPLAY "ERROR: LA REFERENCIA NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
      *    UN PRESTAMO YA LIQUIDADO O FALLIDO NO ADMITE GARANTIAS
      *    NUEVAS; UNO AUN NO CONTABILIZADO SI
           IF HAY-PRESTAMOS
               MOVE WS-REFERENCIA TO PRE-REFERENCIA
               READ PRESTAMOS-FILE
                   INVALID KEY
                       DISPLAY "AVISO: PRESTAMO AUN NO CONTABILIZADO "
                           WS-REFERENCIA
                   NOT INVALID KEY
                       IF NOT PRE-ACTIVO
                           DISPLAY "ERROR: EL PRESTAMO NO ESTA "
                               "ACTIVO: " WS-REFERENCIA
                           IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                           GO TO PROCESA-ALTA-FIN
                       END-IF
               END-READ
           END-IF
           PERFORM BUSCA-SIGUIENTE-SECUENCIA
           IF WS-SECUENCIA = 99
               DISPLAY "ERROR: EL PRESTAMO YA TIENE 99 GARANTIAS"
               GO TO PROCESA-ALTA-FIN
           END-IF
           ADD 1 TO WS-SECUENCIA
           PERFORM PIDE-DATOS THRU PIDE-DATOS-FIN
           IF NOT DATOS-VALIDOS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE WS-SECUENCIA TO GAR-SECUENCIA
           PERFORM MUEVE-DATOS
           MOVE SPACES TO WS-AUDIT-CLAVE
           STRING WS-REFERENCIA "-" WS-SECUENCIA
               DELIMITED BY SIZE INTO WS-AUDIT-CLAVE
           WRITE GARANTIA-RECORD
               INVALID KEY
                   DISPLAY "LA GARANTIA YA EXISTE: " WS-AUDIT-CLAVE
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "GARANTIA REGISTRADA CON NUMERO "
                       WS-SECUENCIA
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "GARANTIA=" WS-AUDIT-CLAVE(1:11)
                       " ALTA TIPO=" GAR-TIPO
                       " VALOR=" GAR-VALOR-TASACION
                       " TASADA=" GAR-FECHA-TASACION
                       " AVALISTA=" GAR-AVALISTA
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           END-WRITE.

       PROCESA-ALTA-FIN.
           EXIT.

       BUSCA-SIGUIENTE-SECUENCIA.
      *    EL NUMERO NUEVO ES EL SIGUIENTE AL MAYOR DEL PRESTAMO,
      *    CONTANDO TAMBIEN LAS GARANTIAS CANCELADAS
           MOVE ZERO TO WS-SECUENCIA
           MOVE "N" TO WS-EOF-GARANTIAS
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE ZERO TO GAR-SECUENCIA
           START GARANTIAS-FILE KEY IS >= GAR-CLAVE
               INVALID KEY
                   SET FIN-GARANTIAS TO TRUE
           END-START
           PERFORM UNTIL FIN-GARANTIAS
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       SET FIN-GARANTIAS TO TRUE
                   NOT AT END
                       IF GAR-REFERENCIA NOT = WS-REFERENCIA
                           SET FIN-GARANTIAS TO TRUE
                       ELSE
                           MOVE GAR-SECUENCIA TO WS-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM.

       PROCESA-CAMBIO.
           PERFORM PIDE-REFERENCIA
           PERFORM PIDE-SECUENCIA
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE WS-SECUENCIA TO GAR-SECUENCIA
           MOVE SPACES TO WS-AUDIT-CLAVE
           STRING WS-REFERENCIA "-" WS-SECUENCIA
               DELIMITED BY SIZE INTO WS-AUDIT-CLAVE
           PERFORM LEE-GARANTIA
           IF NOT REGISTRO-ENCONTRADO OR GAR-CANCELADA
               DISPLAY "GARANTIA NO ENCONTRADA O CANCELADA: "
                   WS-AUDIT-CLAVE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-CAMBIO-FIN
           END-IF
           MOVE GAR-VALOR-TASACION TO WS-VALOR-ANTES
           MOVE GAR-FECHA-TASACION TO WS-FECHA-ANTES
           PERFORM PIDE-DATOS THRU PIDE-DATOS-FIN
           IF NOT DATOS-VALIDOS
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-CAMBIO-FIN
           END-IF
      *    PIDE-DATOS HA PODIDO LEER EL MAESTRO DE CLIENTES; EL
      *    REGISTRO DE GARANTIA SIGUE EN SU AREA
           PERFORM MUEVE-DATOS
           REWRITE GARANTIA-RECORD
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "GARANTIA=" WS-AUDIT-CLAVE(1:11)
               " CAMBIO TIPO=" GAR-TIPO
               " VALOR=" WS-VALOR-ANTES "->" GAR-VALOR-TASACION
               " TASADA=" WS-FECHA-ANTES "->" GAR-FECHA-TASACION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       PROCESA-CAMBIO-FIN.
           EXIT.

       PROCESA-BAJA.
      *    LA BAJA ES LOGICA: EL HISTORICO DE GARANTIAS DEL PRESTAMO
      *    SE CONSERVA
           PERFORM PIDE-REFERENCIA
           PERFORM PIDE-SECUENCIA
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE WS-SECUENCIA TO GAR-SECUENCIA
           MOVE SPACES TO WS-AUDIT-CLAVE
           STRING WS-REFERENCIA "-" WS-SECUENCIA
               DELIMITED BY SIZE INTO WS-AUDIT-CLAVE
           PERFORM LEE-GARANTIA
           IF REGISTRO-ENCONTRADO
               MOVE "C" TO GAR-ESTADO
               MOVE WS-FECHA-PROCESO TO GAR-FECHA-ACTUALIZACION
               REWRITE GARANTIA-RECORD
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "GARANTIA=" WS-AUDIT-CLAVE(1:11)
                   " BAJA (CANCELADA) VALOR=" GAR-VALOR-TASACION
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           ELSE
               DISPLAY "GARANTIA NO ENCONTRADA: " WS-AUDIT-CLAVE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       PROCESA-CONSULTA.
           PERFORM PIDE-REFERENCIA
           MOVE ZERO TO WS-CONT-LISTADAS
           MOVE "N" TO WS-EOF-GARANTIAS
           MOVE WS-REFERENCIA TO GAR-REFERENCIA
           MOVE ZERO TO GAR-SECUENCIA
           START GARANTIAS-FILE KEY IS >= GAR-CLAVE
               INVALID KEY
                   SET FIN-GARANTIAS TO TRUE
           END-START
           PERFORM UNTIL FIN-GARANTIAS
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       SET FIN-GARANTIAS TO TRUE
                   NOT AT END
                       IF GAR-REFERENCIA NOT = WS-REFERENCIA
                           SET FIN-GARANTIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-LISTADAS
                           DISPLAY "GARANTIA " GAR-SECUENCIA
                               " TIPO: " GAR-TIPO
                               " " GAR-DESCRIPCION
                               " ESTADO: " GAR-ESTADO
                           DISPLAY "   VALOR: " GAR-VALOR-TASACION
                               " TASADA: " GAR-FECHA-TASACION
                               " AVALISTA: " GAR-AVALISTA
                               " ACTUALIZADA: "
                               GAR-FECHA-ACTUALIZACION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONT-LISTADAS = ZERO
               DISPLAY "SIN GARANTIAS REGISTRADAS: " WS-REFERENCIA
           END-IF.

       LEE-GARANTIA.
           READ GARANTIAS-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTRO-ENCONTRADO
           END-READ.

       END PROGRAM GARANTIAS-MAINT.
