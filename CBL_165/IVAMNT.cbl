      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del IVA de las comisiones, con el mismo
      *          menu que TARIFAS-MAINT (CBL_68). Lleva dos ficheros:
      *          la tabla de tipos IVA_TIPOS.DAT (COPY IVATIREC), un
      *          registro por fecha de entrada en vigor, de modo que
      *          un cambio de tipo se da de alta con su fecha sin
      *          perder los anteriores; y los originadores exentos
      *          IVA_EXENCIONES.DAT (COPY IVAEXREC), con su periodo de
      *          exencion y el motivo. El originador tiene que existir
      *          en el maestro ORIGENES.DAT. OPERACIONES-BASICAS
      *          aplica a las comisiones del lote el tipo vigente en
      *          la fecha de proceso salvo que el originador del lote
      *          este exento ese dia. Cada cambio queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA-TIPOS-FILE ASSIGN TO "IVA_TIPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVT-FECHA-DESDE
               FILE STATUS IS WS-IVA-TIPOS-STATUS.

           SELECT IVA-EXENCIONES-FILE ASSIGN TO "IVA_EXENCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVE-ORIGEN
               FILE STATUS IS WS-IVA-EXENCIONES-STATUS.

           SELECT ORIGENES-FILE ASSIGN TO "ORIGENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-CODIGO
               FILE STATUS IS WS-ORIGENES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IVA-TIPOS-FILE.
       COPY IVATIREC.

       FD  IVA-EXENCIONES-FILE.
       COPY IVAEXREC.

       FD  ORIGENES-FILE.
       01  ORIGEN-RECORD.
           05  ORG-CODIGO PIC X(10).
           05  ORG-NOMBRE PIC X(30).
           05  ORG-CONTACTO PIC X(30).
           05  ORG-ACTIVO PIC X.
           05  ORG-FECHA-ACTUALIZACION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-IVA-TIPOS-STATUS PIC XX.
       01  WS-IVA-EXENCIONES-STATUS PIC XX.
       01  WS-ORIGENES-STATUS PIC XX.
       01  WS-HAY-ORIGENES PIC X VALUE "N".
           88  HAY-ORIGENES VALUE "Y".
       01  WS-EOF-LISTA PIC X VALUE "N".
           88  FIN-LISTA VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-TIPO VALUE "T" "t".
           88  OPCION-RETIRA-TIPO VALUE "R" "r".
           88  OPCION-EXENCION VALUE "E" "e".
           88  OPCION-QUITA-EXENCION VALUE "Q" "q".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-PORCENTAJE PIC 9(2)V99.
       01  WS-PORC-EDITADO PIC Z9.99.
       01  WS-DESCRIPCION PIC X(30).
       01  WS-ORIGEN PIC X(10).
       01  WS-MOTIVO PIC X(30).
       01  WS-EXISTIA PIC X.
           88  REGISTRO-EXISTIA VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "IVA-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "IVA-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN I-O IVA-TIPOS-FILE
           IF WS-IVA-TIPOS-STATUS NOT = "00"
               OPEN OUTPUT IVA-TIPOS-FILE
               CLOSE IVA-TIPOS-FILE
               OPEN I-O IVA-TIPOS-FILE
           END-IF

           OPEN I-O IVA-EXENCIONES-FILE
           IF WS-IVA-EXENCIONES-STATUS NOT = "00"
               OPEN OUTPUT IVA-EXENCIONES-FILE
               CLOSE IVA-EXENCIONES-FILE
               OPEN I-O IVA-EXENCIONES-FILE
           END-IF

           OPEN INPUT ORIGENES-FILE
           IF WS-ORIGENES-STATUS = "00"
               SET HAY-ORIGENES TO TRUE
           ELSE
               DISPLAY "AVISO: ORIGENES.DAT NO DISPONIBLE, NO SE "
                   "VALIDAN LOS ORIGINADORES"
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE IVA-TIPOS-FILE
           CLOSE IVA-EXENCIONES-FILE
           IF HAY-ORIGENES
               CLOSE ORIGENES-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO IVA DE COMISIONES ==="
           DISPLAY "T - ALTA/CAMBIO DE TIPO DE IVA POR FECHA"
           DISPLAY "R - RETIRAR TIPO DE IVA"
           DISPLAY "E - ALTA/CAMBIO DE EXENCION DE ORIGINADOR"
           DISPLAY "Q - QUITAR EXENCION DE ORIGINADOR"
           DISPLAY "I - INQUIRY (LISTAR TIPOS Y EXENCIONES)"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-TIPO
                   PERFORM PROCESA-TIPO THRU PROCESA-TIPO-FIN
               WHEN OPCION-RETIRA-TIPO
                   PERFORM PROCESA-RETIRA-TIPO
               WHEN OPCION-EXENCION
                   PERFORM PROCESA-EXENCION THRU PROCESA-EXENCION-FIN
               WHEN OPCION-QUITA-EXENCION
                   PERFORM PROCESA-QUITA-EXENCION
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-FECHA-DESDE.
           DISPLAY "Vigente desde (AAAAMMDD): " UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-DESDE FROM CONSOLE-DEVICE
           MOVE WS-FECHA-DESDE TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD.

       PIDE-ORIGEN.
           DISPLAY "Originador (10 posiciones): " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN FROM CONSOLE-DEVICE.

       PROCESA-TIPO.
           PERFORM PIDE-FECHA-DESDE
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               DISPLAY "ERROR: FECHA DESDE NO VALIDA"
               GO TO PROCESA-TIPO-FIN
           END-IF
           DISPLAY "Porcentaje de IVA (NN.NN): " UPON CONSOLE-DEVICE
           ACCEPT WS-PORCENTAJE FROM CONSOLE-DEVICE
           IF WS-PORCENTAJE NOT NUMERIC
               DISPLAY "PORCENTAJE NO VALIDO, NO SE GRABA EL TIPO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-TIPO-FIN
           END-IF
           DISPLAY "Descripcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE
      *    UN TIPO CON FECHA PASADA CAMBIA EL QUE SE APLICARIA A UN
      *    RELANZAMIENTO DE ESOS DIAS; LO YA DEVENGADO NO SE TOCA
           IF WS-FECHA-DESDE < WS-FECHA-PROCESO
               DISPLAY "AVISO: TIPO CON FECHA ANTERIOR A LA DE "
                   "PROCESO " WS-FECHA-PROCESO
           END-IF

           MOVE "N" TO WS-EXISTIA
           MOVE WS-FECHA-DESDE TO IVT-FECHA-DESDE
           READ IVA-TIPOS-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
           END-READ

           MOVE WS-FECHA-DESDE TO IVT-FECHA-DESDE
           MOVE WS-PORCENTAJE TO IVT-PORCENTAJE
           MOVE WS-DESCRIPCION TO IVT-DESCRIPCION
           MOVE WS-FECHA-PROCESO TO IVT-FECHA-ACTUALIZACION
           IF REGISTRO-EXISTIA
               REWRITE IVA-TIPO-RECORD
           ELSE
               WRITE IVA-TIPO-RECORD
           END-IF

           MOVE WS-PORCENTAJE TO WS-PORC-EDITADO
           MOVE WS-FECHA-DESDE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "TIPO IVA DESDE=" WS-FECHA-DESDE
               " PORCENTAJE=" WS-PORC-EDITADO " " WS-DESCRIPCION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "TIPO DE IVA GRABADO".

       PROCESA-TIPO-FIN.
           EXIT.

       PROCESA-RETIRA-TIPO.
      *    RETIRADO EL TIPO, RIGE DESDE ESA FECHA EL ANTERIOR
           PERFORM PIDE-FECHA-DESDE
           MOVE WS-FECHA-DESDE TO IVT-FECHA-DESDE
           DELETE IVA-TIPOS-FILE
               INVALID KEY
                   DISPLAY "SIN TIPO DE IVA CON FECHA " WS-FECHA-DESDE
               NOT INVALID KEY
                   MOVE WS-FECHA-DESDE TO WS-AUDIT-CLAVE
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "TIPO IVA DESDE=" WS-FECHA-DESDE
                       " RETIRADO"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "TIPO DE IVA RETIRADO: " WS-FECHA-DESDE
           END-DELETE.

       PROCESA-EXENCION.
           PERFORM PIDE-ORIGEN
           IF WS-ORIGEN = SPACES
               DISPLAY "ERROR: EL ORIGINADOR NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-EXENCION-FIN
           END-IF
           IF HAY-ORIGENES
               MOVE WS-ORIGEN TO ORG-CODIGO
               READ ORIGENES-FILE
                   INVALID KEY
                       DISPLAY "ERROR: ORIGINADOR NO EXISTE EN EL "
                           "MAESTRO: " WS-ORIGEN
                       GO TO PROCESA-EXENCION-FIN
               END-READ
           END-IF
           PERFORM PIDE-FECHA-DESDE
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               DISPLAY "ERROR: FECHA DESDE NO VALIDA"
               GO TO PROCESA-EXENCION-FIN
           END-IF
           DISPLAY "Exento hasta (AAAAMMDD, 0 = sin fin): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-HASTA FROM CONSOLE-DEVICE
           IF WS-FECHA-HASTA NOT NUMERIC
               DISPLAY "ERROR: FECHA HASTA NO VALIDA"
               GO TO PROCESA-EXENCION-FIN
           END-IF
           IF WS-FECHA-HASTA NOT = ZERO
               MOVE WS-FECHA-HASTA TO WS-FECHA-CHECK
               CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
               IF WS-FECHA-SEVERIDAD NOT = ZERO
                       OR WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "ERROR: FECHA HASTA NO VALIDA (NO PUEDE "
                       "SER ANTERIOR A LA FECHA DESDE)"
                   GO TO PROCESA-EXENCION-FIN
               END-IF
           END-IF
           DISPLAY "Motivo de la exencion: " UPON CONSOLE-DEVICE
           ACCEPT WS-MOTIVO FROM CONSOLE-DEVICE
           IF WS-MOTIVO = SPACES
               DISPLAY "ERROR: LA EXENCION NECESITA UN MOTIVO"
               GO TO PROCESA-EXENCION-FIN
           END-IF

           MOVE "N" TO WS-EXISTIA
           MOVE WS-ORIGEN TO IVE-ORIGEN
           READ IVA-EXENCIONES-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
           END-READ

           MOVE WS-ORIGEN TO IVE-ORIGEN
           MOVE WS-FECHA-DESDE TO IVE-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO IVE-FECHA-HASTA
           MOVE WS-MOTIVO TO IVE-MOTIVO
           MOVE WS-FECHA-PROCESO TO IVE-FECHA-ACTUALIZACION
           IF REGISTRO-EXISTIA
               REWRITE IVA-EXENCION-RECORD
           ELSE
               WRITE IVA-EXENCION-RECORD
           END-IF

           MOVE WS-ORIGEN TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EXENCION IVA ORIGEN=" WS-ORIGEN
               " DESDE=" WS-FECHA-DESDE " HASTA=" WS-FECHA-HASTA
               " " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "EXENCION GRABADA".

       PROCESA-EXENCION-FIN.
           EXIT.

       PROCESA-QUITA-EXENCION.
      *    PARA CERRAR UNA EXENCION SIN PERDER SU HISTORIA BASTA CON
      *    DARLE FECHA HASTA; QUITARLA LA BORRA DEL TODO
           PERFORM PIDE-ORIGEN
           MOVE WS-ORIGEN TO IVE-ORIGEN
           DELETE IVA-EXENCIONES-FILE
               INVALID KEY
                   DISPLAY "SIN EXENCION PARA EL ORIGINADOR "
                       WS-ORIGEN
               NOT INVALID KEY
                   MOVE WS-ORIGEN TO WS-AUDIT-CLAVE
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "EXENCION IVA ORIGEN=" WS-ORIGEN
                       " RETIRADA"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "EXENCION RETIRADA DEL ORIGINADOR "
                       WS-ORIGEN
           END-DELETE.

       PROCESA-CONSULTA.
           DISPLAY "TIPOS DE IVA (FECHA DESDE / PORCENTAJE):"
           MOVE "N" TO WS-EOF-LISTA
           MOVE ZERO TO IVT-FECHA-DESDE
           START IVA-TIPOS-FILE KEY IS >= IVT-FECHA-DESDE
               INVALID KEY
                   SET FIN-LISTA TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTA
               READ IVA-TIPOS-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       MOVE IVT-PORCENTAJE TO WS-PORC-EDITADO
                       DISPLAY "  " IVT-FECHA-DESDE " "
                           WS-PORC-EDITADO "% " IVT-DESCRIPCION
                           " ACTUALIZADO: " IVT-FECHA-ACTUALIZACION
               END-READ
           END-PERFORM
           DISPLAY "ORIGINADORES EXENTOS (DESDE / HASTA / MOTIVO):"
           MOVE "N" TO WS-EOF-LISTA
           MOVE LOW-VALUES TO IVE-ORIGEN
           START IVA-EXENCIONES-FILE KEY IS >= IVE-ORIGEN
               INVALID KEY
                   SET FIN-LISTA TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTA
               READ IVA-EXENCIONES-FILE NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       DISPLAY "  " IVE-ORIGEN " " IVE-FECHA-DESDE
                           " " IVE-FECHA-HASTA " " IVE-MOTIVO
               END-READ
           END-PERFORM.

       END PROGRAM IVA-MAINT.
