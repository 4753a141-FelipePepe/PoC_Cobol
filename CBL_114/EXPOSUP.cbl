      ******************************************************************
      * Author:
      * Date:
      * Purpose: Puesto del supervisor de exposicion por originador.
      *          EDITA-TRANSACCIONES retiene en
      *          TRANSACCIONES_RETENIDAS.DAT los detalles de un
      *          originador que ha alcanzado su tope diario de
      *          EXPOSICION_ORIGEN.DAT (suma de todos sus lotes de la
      *          fecha de proceso) y avisa en COLA_ALERTAS.DAT. Desde
      *          aqui el supervisor, con la marca EXPOSICION de
      *          SEGURIDAD:
      *              - lista los retenidos pendientes,
      *              - libera uno o todos los de un originador al
      *                fichero puente TRANSACCIONES_LIBERADAS.DAT, que
      *                EDITA-TRANSACCIONES incorpora al siguiente lote
      *                (lo liberado suma al acumulado del dia, y
      *                el detalle sigue siendo del originador
      *                retenido aunque entre en el lote de otro),
      *              - amplia el tope de un originador solo para la
      *                fecha de proceso, y
      *              - fija el tope diario acordado de un originador.
      *          Todo queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERVISA-EXPOSICION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSICION-FILE ASSIGN TO "EXPOSICION_ORIGEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-ORIGEN
               FILE STATUS IS WS-EXPOSICION-STATUS.

           SELECT RETENIDAS-FILE
               ASSIGN TO "TRANSACCIONES_RETENIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENIDAS-STATUS.

           SELECT LIBERADAS-FILE
               ASSIGN TO "TRANSACCIONES_LIBERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSICION-FILE.
       COPY EXPOREC.

       FD  RETENIDAS-FILE.
       COPY RETENREC.

       FD  LIBERADAS-FILE.
       01  LIBERADA-RECORD PIC X(80).
      *    EL ORIGINADOR DE LA PARTIDA VA TRAS LA HORA DE CAPTURA
       01  LIBERADA-DETALLE.
           05  FILLER PIC X(50).
           05  LIB-ORIGEN PIC X(10).
           05  FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-EXPOSICION-STATUS PIC XX.
       01  WS-RETENIDAS-STATUS PIC XX.
       01  WS-LIBERADAS-STATUS PIC XX.
       01  WS-EOF-RETENIDAS PIC X VALUE "N".
           88  FIN-RETENIDAS VALUE "Y".

      *    RETENIDOS EN MEMORIA; CON DESBORDE LA SESION SE RECHAZA
      *    SIN TOCAR NADA, COMO EN LA CONSOLA DE ALERTAS
       01  WS-RET-TABLA.
           05  WS-RET-ENT OCCURS 200 TIMES PIC X(134).
       01  WS-RET-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-RET-DESBORDE PIC X VALUE "N".
           88  RET-DESBORDE VALUE "Y".
       01  WS-IDX PIC 9(3).
       01  WS-ITEM-ELEGIDO PIC 9(3).
       01  WS-CONT-PENDIENTES PIC 9(3) VALUE ZERO.
       01  WS-CONT-LIBERADAS PIC 9(3) VALUE ZERO.

       01  WS-OPCION PIC X.
           88  OPCION-LISTAR VALUE "L" "l".
           88  OPCION-LIBERAR-UNA VALUE "R" "r".
           88  OPCION-LIBERAR-ORIGEN VALUE "O" "o".
           88  OPCION-AMPLIAR VALUE "A" "a".
           88  OPCION-FIJAR-TOPE VALUE "T" "t".
           88  OPCION-CONSULTAR VALUE "C" "c".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-ORIGEN-ELEGIDO PIC X(10).
       01  WS-IMPORTE-ENTRADA PIC 9(9)V99.
       01  WS-IMPORTE-EDITADO PIC ZZZZZZZZ9.99.
       01  WS-TOPE-EDITADO PIC ZZZZZZZZ9.99.
       01  WS-OPERADOR PIC X(10).
       01  WS-FECHA-PROCESO PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "SUPERVISA-EXPOSICION".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EXPOSICION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "SUPERVISA-EXPOSICION".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "EXPOSICION"
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "SUPERVISION DE EXPOSICION DENEGADA POR "
                   "SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR
           END-IF
           MOVE WS-OPERADOR TO WS-AUDIT-CLAVE

           PERFORM CARGA-RETENIDAS THRU CARGA-RETENIDAS-FIN
           IF RET-DESBORDE
               DISPLAY "MAS DE 200 DETALLES RETENIDOS: LA SESION SE "
                   "RECHAZA SIN TOCAR NADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O EXPOSICION-FILE
           IF WS-EXPOSICION-STATUS NOT = "00"
               OPEN OUTPUT EXPOSICION-FILE
               CLOSE EXPOSICION-FILE
               OPEN I-O EXPOSICION-FILE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE EXPOSICION-FILE
           PERFORM REGRABA-RETENIDAS

           DISPLAY "SESION DE EXPOSICION TERMINADA. LIBERADOS="
               WS-CONT-LIBERADAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           MOVE ZERO TO WS-CONT-PENDIENTES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RET-TOTAL
               MOVE WS-RET-ENT(WS-IDX) TO RETENIDA-REGISTRO
               IF RET-PENDIENTE
                   ADD 1 TO WS-CONT-PENDIENTES
               END-IF
           END-PERFORM
           DISPLAY "=== EXPOSICION POR ORIGINADOR (RETENIDOS "
               "PENDIENTES: " WS-CONT-PENDIENTES ") ==="
           DISPLAY "L - LISTAR RETENIDOS PENDIENTES"
           DISPLAY "R - LIBERAR UN RETENIDO"
           DISPLAY "O - LIBERAR TODOS LOS DE UN ORIGINADOR"
           DISPLAY "A - AMPLIAR EL TOPE DEL DIA DE UN ORIGINADOR"
           DISPLAY "T - FIJAR EL TOPE DIARIO ACORDADO"
           DISPLAY "C - CONSULTAR LA EXPOSICION DE UN ORIGINADOR"
           DISPLAY "S - SALIR Y GRABAR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM LISTA-PENDIENTES
               WHEN OPCION-LIBERAR-UNA
                   PERFORM LIBERA-UNA THRU LIBERA-UNA-FIN
               WHEN OPCION-LIBERAR-ORIGEN
                   PERFORM LIBERA-ORIGEN
               WHEN OPCION-AMPLIAR
                   PERFORM AMPLIA-TOPE THRU AMPLIA-TOPE-FIN
               WHEN OPCION-FIJAR-TOPE
                   PERFORM FIJA-TOPE
               WHEN OPCION-CONSULTAR
                   PERFORM CONSULTA-EXPOSICION
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       LISTA-PENDIENTES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RET-TOTAL
               MOVE WS-RET-ENT(WS-IDX) TO RETENIDA-REGISTRO
               IF RET-PENDIENTE
                   MOVE RET-IMPORTE TO WS-IMPORTE-EDITADO
                   DISPLAY WS-IDX " " RET-ORIGEN " LOTE=" RET-LOTE-ID
                       " " RET-FECHA-RETENCION " "
                       WS-IMPORTE-EDITADO " " RET-IMAGEN(1:28)
               END-IF
           END-PERFORM.

       LIBERA-UNA.
           DISPLAY "Numero de retenido: " UPON CONSOLE-DEVICE
           ACCEPT WS-ITEM-ELEGIDO FROM CONSOLE-DEVICE
           IF WS-ITEM-ELEGIDO = ZERO
                   OR WS-ITEM-ELEGIDO > WS-RET-TOTAL
               DISPLAY "RETENIDO NO VALIDO"
               GO TO LIBERA-UNA-FIN
           END-IF
           MOVE WS-ITEM-ELEGIDO TO WS-IDX
           MOVE WS-RET-ENT(WS-IDX) TO RETENIDA-REGISTRO
           IF NOT RET-PENDIENTE
               DISPLAY "EL RETENIDO YA ESTA LIBERADO"
               GO TO LIBERA-UNA-FIN
           END-IF
           PERFORM LIBERA-RETENIDO
           DISPLAY "RETENIDO LIBERADO AL SIGUIENTE LOTE".

       LIBERA-UNA-FIN.
           EXIT.

       LIBERA-ORIGEN.
           DISPLAY "Originador: " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN-ELEGIDO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-CONT-PENDIENTES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RET-TOTAL
               MOVE WS-RET-ENT(WS-IDX) TO RETENIDA-REGISTRO
               IF RET-PENDIENTE AND RET-ORIGEN = WS-ORIGEN-ELEGIDO
                   PERFORM LIBERA-RETENIDO
                   ADD 1 TO WS-CONT-PENDIENTES
               END-IF
           END-PERFORM
           DISPLAY "RETENIDOS LIBERADOS DE " WS-ORIGEN-ELEGIDO ": "
               WS-CONT-PENDIENTES.

       LIBERA-RETENIDO.
      *    EL DETALLE VIAJA ENTERO AL PUENTE DE LIBERADOS, CON EL
      *    ORIGINADOR RETENIDO, Y SU IMPORTE PASA A CONTAR EN EL
      *    ACUMULADO DEL DIA
           OPEN EXTEND LIBERADAS-FILE
           IF WS-LIBERADAS-STATUS NOT = "00"
               OPEN OUTPUT LIBERADAS-FILE
           END-IF
           MOVE RET-IMAGEN TO LIBERADA-RECORD
           MOVE RET-ORIGEN TO LIB-ORIGEN
           WRITE LIBERADA-RECORD
           CLOSE LIBERADAS-FILE

           SET RET-LIBERADA TO TRUE
           MOVE WS-OPERADOR TO RET-OPERADOR
           MOVE WS-FECHA-PROCESO TO RET-FECHA-LIBERACION
           MOVE RETENIDA-REGISTRO TO WS-RET-ENT(WS-IDX)
           ADD 1 TO WS-CONT-LIBERADAS

           MOVE RET-ORIGEN TO EXP-ORIGEN
           READ EXPOSICION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXP-FECHA-ACUMULADO NOT = WS-FECHA-PROCESO
                       MOVE ZERO TO EXP-ACUMULADO
                       MOVE WS-FECHA-PROCESO TO EXP-FECHA-ACUMULADO
                   END-IF
                   ADD RET-IMPORTE TO EXP-ACUMULADO
                   REWRITE EXPOSICION-REGISTRO
           END-READ

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LIBERADO RETENIDO ORIGINADOR=" RET-ORIGEN
               " LOTE=" RET-LOTE-ID " GRUPO=" RET-IMAGEN(1:7)
               " IMPORTE=" RET-IMPORTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       AMPLIA-TOPE.
      *    LA AMPLIACION SOLO VALE PARA LA FECHA DE PROCESO EN CURSO;
      *    UNA SEGUNDA AMPLIACION EL MISMO DIA SUSTITUYE A LA PRIMERA
           DISPLAY "Originador: " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN-ELEGIDO FROM CONSOLE-DEVICE
           MOVE WS-ORIGEN-ELEGIDO TO EXP-ORIGEN
           READ EXPOSICION-FILE
               INVALID KEY
                   DISPLAY "EL ORIGINADOR NO TIENE TOPE DE EXPOSICION"
                   GO TO AMPLIA-TOPE-FIN
           END-READ
           DISPLAY "Ampliacion para hoy (9 enteros, 2 decimales): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-ENTRADA FROM CONSOLE-DEVICE
           MOVE WS-IMPORTE-ENTRADA TO EXP-AMPLIACION
           MOVE WS-FECHA-PROCESO TO EXP-FECHA-AMPLIACION
           MOVE WS-FECHA-PROCESO TO EXP-FECHA-ACTUALIZACION
           REWRITE EXPOSICION-REGISTRO
           MOVE WS-IMPORTE-ENTRADA TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "AMPLIACION DE TOPE ORIGINADOR=" EXP-ORIGEN
               " IMPORTE=" WS-IMPORTE-EDITADO
               " PARA=" WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "TOPE AMPLIADO PARA HOY".

       AMPLIA-TOPE-FIN.
           EXIT.

       FIJA-TOPE.
           DISPLAY "Originador: " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN-ELEGIDO FROM CONSOLE-DEVICE
           DISPLAY "Tope diario (9 enteros, 2 decimales): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-ENTRADA FROM CONSOLE-DEVICE
           MOVE WS-ORIGEN-ELEGIDO TO EXP-ORIGEN
           READ EXPOSICION-FILE
               INVALID KEY
                   MOVE SPACES TO EXPOSICION-REGISTRO
                   MOVE WS-ORIGEN-ELEGIDO TO EXP-ORIGEN
                   MOVE WS-IMPORTE-ENTRADA TO EXP-TOPE-DIARIO
                   MOVE ZERO TO EXP-FECHA-ACUMULADO EXP-ACUMULADO
                       EXP-AMPLIACION EXP-FECHA-AMPLIACION
                   MOVE WS-FECHA-PROCESO TO EXP-FECHA-ACTUALIZACION
                   WRITE EXPOSICION-REGISTRO
               NOT INVALID KEY
                   MOVE WS-IMPORTE-ENTRADA TO EXP-TOPE-DIARIO
                   MOVE WS-FECHA-PROCESO TO EXP-FECHA-ACTUALIZACION
                   REWRITE EXPOSICION-REGISTRO
           END-READ
           MOVE WS-IMPORTE-ENTRADA TO WS-IMPORTE-EDITADO
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "TOPE DIARIO FIJADO ORIGINADOR=" EXP-ORIGEN
               " TOPE=" WS-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "TOPE DIARIO GRABADO".

       CONSULTA-EXPOSICION.
           DISPLAY "Originador: " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN-ELEGIDO FROM CONSOLE-DEVICE
           MOVE WS-ORIGEN-ELEGIDO TO EXP-ORIGEN
           READ EXPOSICION-FILE
               INVALID KEY
                   DISPLAY "EL ORIGINADOR NO TIENE TOPE DE EXPOSICION"
               NOT INVALID KEY
                   IF EXP-FECHA-ACUMULADO NOT = WS-FECHA-PROCESO
                       MOVE ZERO TO EXP-ACUMULADO
                   END-IF
                   IF EXP-FECHA-AMPLIACION NOT = WS-FECHA-PROCESO
                       MOVE ZERO TO EXP-AMPLIACION
                   END-IF
                   MOVE EXP-TOPE-DIARIO TO WS-TOPE-EDITADO
                   MOVE EXP-ACUMULADO TO WS-IMPORTE-EDITADO
                   DISPLAY "TOPE DIARIO: " WS-TOPE-EDITADO
                       " ACUMULADO HOY: " WS-IMPORTE-EDITADO
                   MOVE EXP-AMPLIACION TO WS-IMPORTE-EDITADO
                   DISPLAY "AMPLIACION HOY: " WS-IMPORTE-EDITADO
           END-READ.

       CARGA-RETENIDAS.
           OPEN INPUT RETENIDAS-FILE
           IF WS-RETENIDAS-STATUS NOT = "00"
               GO TO CARGA-RETENIDAS-FIN
           END-IF
           PERFORM LEE-RETENIDA
           PERFORM UNTIL FIN-RETENIDAS
               IF WS-RET-TOTAL >= 200
                   SET RET-DESBORDE TO TRUE
                   SET FIN-RETENIDAS TO TRUE
               ELSE
                   ADD 1 TO WS-RET-TOTAL
                   MOVE RETENIDA-REGISTRO TO WS-RET-ENT(WS-RET-TOTAL)
                   PERFORM LEE-RETENIDA
               END-IF
           END-PERFORM
           CLOSE RETENIDAS-FILE.

       CARGA-RETENIDAS-FIN.
           EXIT.

       LEE-RETENIDA.
           READ RETENIDAS-FILE
               AT END
                   SET FIN-RETENIDAS TO TRUE
           END-READ.

       REGRABA-RETENIDAS.
      *    SOLO LOS PENDIENTES VUELVEN AL FICHERO; LOS LIBERADOS YA
      *    VIAJAN EN EL PUENTE Y QUEDAN EN AUDITORIA
           OPEN OUTPUT RETENIDAS-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RET-TOTAL
               MOVE WS-RET-ENT(WS-IDX) TO RETENIDA-REGISTRO
               IF RET-PENDIENTE
                   WRITE RETENIDA-REGISTRO
               END-IF
           END-PERFORM
           CLOSE RETENIDAS-FILE.

       END PROGRAM SUPERVISA-EXPOSICION.
