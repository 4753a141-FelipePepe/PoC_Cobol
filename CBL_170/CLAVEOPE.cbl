      ******************************************************************
      * Author:
      * Date:
      * Purpose: Administracion de claves de operador. Solo para
      *          quien tiene la marca CLAVES en OPERADORES.DAT (COPY
      *          OPERAREC), comprobada con SEGURIDAD al entrar. Permite
      *          restablecer la clave de un operador con una clave
      *          provisional (cifrada con CIFRA-CLAVE; quita el bloqueo,
      *          pone a cero los intentos fallidos y deja la fecha de
      *          cambio a cero para que FIRMA-OPERADOR obligue a
      *          cambiarla en la primera firma), bloquear a un operador
      *          a mano y listar el estado de claves de todos. Nadie
      *          restablece su propia clave: para eso esta el cambio de
      *          clave de la consola. Cada restablecimiento y bloqueo
      *          queda en AUDITORIA con el administrador que lo hizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVES-OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       COPY OPERAREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-EOF-OPERADORES PIC X VALUE "N".
           88  FIN-OPERADORES VALUE "Y".

      *    EL FICHERO ENTERO, PARA REESCRIBIRLO TRAS CADA CAMBIO
       01  WS-OPE-TABLA.
           05  WS-OPE-LINEA PIC X(64) OCCURS 200 TIMES.
       01  WS-OPE-TOTAL PIC 999 VALUE ZERO.
       01  WS-OPE-IDX PIC 999.
       01  WS-OPE-POS PIC 999.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-RESTABLECE VALUE "R" "r".
           88  OPCION-BLOQUEA VALUE "B" "b".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-ADMINISTRADOR PIC X(10).
       01  WS-OPERADOR PIC X(10).
       01  WS-CLAVE PIC X(20).
       01  WS-CLAVE-REPETIDA PIC X(20).
       01  WS-CIFRADA PIC 9(10).
       01  WS-ESTADO-CLAVE PIC X(12).
       01  WS-AUTORIZADO PIC 9.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CLAVES-OPERADOR".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CLAVES".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CLAVES-OPERADOR".

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "CLAVES    "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "ADMINISTRACION DE CLAVES DENEGADA POR "
                   "SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-ADMINISTRADOR FROM ENVIRONMENT "USER"
           IF WS-ADMINISTRADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-ADMINISTRADOR
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== ADMINISTRACION DE CLAVES DE OPERADOR ==="
           DISPLAY "R - RESTABLECER CLAVE (Y DESBLOQUEAR)"
           DISPLAY "B - BLOQUEAR OPERADOR"
           DISPLAY "L - LISTAR ESTADO DE CLAVES"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-RESTABLECE
                   PERFORM PROCESA-RESTABLECE THRU
                       PROCESA-RESTABLECE-FIN
               WHEN OPCION-BLOQUEA
                   PERFORM PROCESA-BLOQUEA THRU PROCESA-BLOQUEA-FIN
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-OPERADOR.
      *    DEJA EL OPERADOR EN OPERADOR-RECORD Y SU FILA EN
      *    WS-OPE-POS (CERO SI NO EXISTE)
           DISPLAY "Operador: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR FROM CONSOLE-DEVICE
           MOVE WS-OPERADOR TO WS-AUDIT-CLAVE
           PERFORM CARGA-OPERADORES
           MOVE ZERO TO WS-OPE-POS
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-TOTAL
                   OR WS-OPE-POS > ZERO
               MOVE WS-OPE-LINEA(WS-OPE-IDX) TO OPERADOR-RECORD
               IF OP-ID = WS-OPERADOR
                   MOVE WS-OPE-IDX TO WS-OPE-POS
               END-IF
           END-PERFORM
           IF WS-OPE-POS > ZERO
               MOVE WS-OPE-LINEA(WS-OPE-POS) TO OPERADOR-RECORD
           END-IF.

       PROCESA-RESTABLECE.
           PERFORM PIDE-OPERADOR
           IF WS-OPE-POS = ZERO
               DISPLAY "OPERADOR NO EXISTE EN OPERADORES.DAT"
               GO TO PROCESA-RESTABLECE-FIN
           END-IF
           IF WS-OPERADOR = WS-ADMINISTRADOR
               DISPLAY "NO PUEDE RESTABLECER SU PROPIA CLAVE: USE EL "
                   "CAMBIO DE CLAVE DE LA CONSOLA"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ADMINISTRADOR=" WS-ADMINISTRADOR
                   " RESTABLECIMIENTO DE LA PROPIA CLAVE RECHAZADO"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-RESTABLECE-FIN
           END-IF
           DISPLAY "Clave provisional (minimo 6 caracteres): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE FROM CONSOLE-DEVICE
           DISPLAY "Repita la clave provisional: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CLAVE-REPETIDA
           ACCEPT WS-CLAVE-REPETIDA FROM CONSOLE-DEVICE
           IF WS-CLAVE NOT = WS-CLAVE-REPETIDA
               DISPLAY "LAS DOS CLAVES NO COINCIDEN, NO SE RESTABLECE"
               GO TO PROCESA-RESTABLECE-FIN
           END-IF
           IF WS-CLAVE(1:6) = SPACES OR WS-CLAVE(6:1) = SPACE
               DISPLAY "CLAVE DEMASIADO CORTA, NO SE RESTABLECE"
               GO TO PROCESA-RESTABLECE-FIN
           END-IF
           CALL "CIFRA-CLAVE" USING WS-OPERADOR WS-CLAVE WS-CIFRADA
           MOVE SPACES TO WS-CLAVE WS-CLAVE-REPETIDA

           MOVE WS-CIFRADA TO OP-CLAVE-CIFRADA
           MOVE ZERO TO OP-FECHA-CLAVE
           MOVE ZERO TO OP-INTENTOS-FALLIDOS
           MOVE "N" TO OP-BLOQUEADO
           PERFORM GUARDA-OPERADORES THRU GUARDA-OPERADORES-FIN
           IF WS-OPERADORES-STATUS = "00" AND NOT TABLA-LLENA
               DISPLAY "CLAVE RESTABLECIDA: EL OPERADOR LA CAMBIARA "
                   "EN SU PRIMERA FIRMA"
               MOVE "RESETCLAVE" TO WS-AUDIT-EVENTO
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ADMINISTRADOR=" WS-ADMINISTRADOR
                   " OPERADOR=" WS-OPERADOR
                   " CLAVE RESTABLECIDA Y DESBLOQUEADO"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               MOVE "CLAVES" TO WS-AUDIT-EVENTO
           END-IF.

       PROCESA-RESTABLECE-FIN.
           EXIT.

       PROCESA-BLOQUEA.
           PERFORM PIDE-OPERADOR
           IF WS-OPE-POS = ZERO
               DISPLAY "OPERADOR NO EXISTE EN OPERADORES.DAT"
               GO TO PROCESA-BLOQUEA-FIN
           END-IF
           IF OP-ESTA-BLOQUEADO
               DISPLAY "EL OPERADOR YA ESTA BLOQUEADO"
               GO TO PROCESA-BLOQUEA-FIN
           END-IF
           MOVE "S" TO OP-BLOQUEADO
           PERFORM GUARDA-OPERADORES THRU GUARDA-OPERADORES-FIN
           IF WS-OPERADORES-STATUS = "00" AND NOT TABLA-LLENA
               DISPLAY "OPERADOR BLOQUEADO"
               MOVE "BLOQUEO" TO WS-AUDIT-EVENTO
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ADMINISTRADOR=" WS-ADMINISTRADOR
                   " OPERADOR=" WS-OPERADOR
                   " BLOQUEADO POR EL ADMINISTRADOR"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               MOVE "CLAVES" TO WS-AUDIT-EVENTO
           END-IF.

       PROCESA-BLOQUEA-FIN.
           EXIT.

       PROCESA-LISTA.
           PERFORM CARGA-OPERADORES
           DISPLAY "OPERADOR   NOMBRE               ESTADO       "
               "ULT.CAMBIO FALLOS"
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-TOTAL
               MOVE WS-OPE-LINEA(WS-OPE-IDX) TO OPERADOR-RECORD
               EVALUATE TRUE
                   WHEN OP-ESTA-BLOQUEADO
                       MOVE "BLOQUEADO" TO WS-ESTADO-CLAVE
                   WHEN OP-CLAVE-CIFRADA NOT NUMERIC
                       MOVE "SIN CLAVE" TO WS-ESTADO-CLAVE
                   WHEN OP-CLAVE-CIFRADA = ZERO
                       MOVE "SIN CLAVE" TO WS-ESTADO-CLAVE
                   WHEN OP-FECHA-CLAVE NOT NUMERIC
                       MOVE "PROVISIONAL" TO WS-ESTADO-CLAVE
                   WHEN OP-FECHA-CLAVE = ZERO
                       MOVE "PROVISIONAL" TO WS-ESTADO-CLAVE
                   WHEN OTHER
                       MOVE "ACTIVA" TO WS-ESTADO-CLAVE
               END-EVALUATE
               IF OP-FECHA-CLAVE NOT NUMERIC
                   MOVE ZERO TO OP-FECHA-CLAVE
               END-IF
               IF OP-INTENTOS-FALLIDOS NOT NUMERIC
                   MOVE ZERO TO OP-INTENTOS-FALLIDOS
               END-IF
               DISPLAY OP-ID " " OP-NOMBRE " " WS-ESTADO-CLAVE " "
                   OP-FECHA-CLAVE "   " OP-INTENTOS-FALLIDOS
           END-PERFORM
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 200 OPERADORES, LISTA INCOMPLETA"
           END-IF.

       CARGA-OPERADORES.
           MOVE ZERO TO WS-OPE-TOTAL
           MOVE "N" TO WS-EOF-OPERADORES
           MOVE "N" TO WS-TABLA-LLENA
           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS = "00"
               PERFORM LEE-OPERADOR
               PERFORM UNTIL FIN-OPERADORES OR WS-OPE-TOTAL >= 200
                   ADD 1 TO WS-OPE-TOTAL
                   MOVE OPERADOR-RECORD TO WS-OPE-LINEA(WS-OPE-TOTAL)
                   PERFORM LEE-OPERADOR
               END-PERFORM
               IF NOT FIN-OPERADORES
                   PERFORM LEE-OPERADOR
                   IF NOT FIN-OPERADORES
                       SET TABLA-LLENA TO TRUE
                   END-IF
               END-IF
               CLOSE OPERADORES-FILE
           ELSE
               DISPLAY "OPERADORES.DAT NO DISPONIBLE: "
                   WS-OPERADORES-STATUS
           END-IF.

       LEE-OPERADOR.
           READ OPERADORES-FILE
               AT END
                   SET FIN-OPERADORES TO TRUE
           END-READ.

       GUARDA-OPERADORES.
      *    CON MAS OPERADORES DE LOS QUE CABEN EN LA TABLA NO SE
      *    REESCRIBE, PARA NO PERDER LOS QUE NO SE HAN CARGADO
           MOVE OPERADOR-RECORD TO WS-OPE-LINEA(WS-OPE-POS)
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 200 OPERADORES, NO SE PUEDE "
                   "GUARDAR EL CAMBIO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO GUARDA-OPERADORES-FIN
           END-IF
           OPEN OUTPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO OPERADORES.DAT: "
                   WS-OPERADORES-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPE-TOTAL
                   MOVE WS-OPE-LINEA(WS-OPE-IDX) TO OPERADOR-RECORD
                   WRITE OPERADOR-RECORD
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       GUARDA-OPERADORES-FIN.
           EXIT.

       GRABA-AUDITORIA.
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM CLAVES-OPERADOR.
