      ******************************************************************
      * Author:
      * Date:
      * Purpose: Firma con clave del operador en la consola de
      *          operaciones, al estilo de SEGURIDAD. Recibe el
      *          identificador y el modo (F firma de sesion, C cambio
      *          de clave a peticion del operador) y devuelve 0 si la
      *          firma es buena y 8 si se deniega. Pide la clave por
      *          consola, la cifra con CIFRA-CLAVE y la compara con la
      *          de OPERADORES.DAT (COPY OPERAREC). Cada fallo suma un
      *          intento; al llegar a PARAMLEE SEGURIDAD MAX-INTENTOS
      *          (3 por defecto) el operador queda bloqueado hasta
      *          que el administrador lo restablezca en
      *          CLAVES-OPERADOR. Una firma buena pone los intentos a
      *          cero y, si la clave tiene mas de PARAMLEE SEGURIDAD
      *          DIAS-CADUCIDAD dias (90 por defecto) o la acaba de
      *          restablecer el administrador, obliga a cambiarla
      *          antes de seguir. El fichero de operadores se carga
      *          entero y se reescribe con los contadores al dia.
      *          Firmas, fallos, bloqueos y cambios de clave quedan en
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMA-OPERADOR.

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

      *    EL FICHERO ENTERO, PARA REESCRIBIRLO CON LOS CONTADORES
       01  WS-OPE-TABLA.
           05  WS-OPE-LINEA PIC X(64) OCCURS 200 TIMES.
       01  WS-OPE-TOTAL PIC 999 VALUE ZERO.
       01  WS-OPE-IDX PIC 999.
       01  WS-OPE-POS PIC 999.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-MAX-INTENTOS PIC 99 VALUE 3.
       01  WS-DIAS-CADUCIDAD PIC 9(3) VALUE 90.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-SEVERIDAD PIC 9.
       01  WS-DIAS-CLAVE PIC S9(7).
       01  WS-CLAVE PIC X(20).
       01  WS-CLAVE-REPETIDA PIC X(20).
       01  WS-CIFRADA PIC 9(10).
       01  WS-CIFRADA-NUEVA PIC 9(10).
       01  WS-CAMBIO-OBLIGADO PIC X.
           88  CAMBIO-OBLIGADO VALUE "Y".
       01  WS-CLAVE-CAMBIADA PIC X.
           88  CLAVE-CAMBIADA VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "FIRMA-OPERADOR".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "FIRMA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       LINKAGE SECTION.
       01  LS-OPERADOR PIC X(10).
       01  LS-MODO PIC X.
           88  LS-MODO-CAMBIO VALUE "C".
       01  LS-RESULTADO PIC 9.

       PROCEDURE DIVISION USING LS-OPERADOR LS-MODO LS-RESULTADO.
       FIRMA-INICIO.
           MOVE 8 TO LS-RESULTADO
           MOVE "N" TO WS-CAMBIO-OBLIGADO
           MOVE "N" TO WS-CLAVE-CAMBIADA
           MOVE LS-OPERADOR TO WS-AUDIT-CLAVE
           CALL "FECHAPROC" USING WS-FECHA-PROCESO
           PERFORM LEE-PARAMETROS

           PERFORM CARGA-OPERADORES
           IF WS-OPE-TOTAL = ZERO
               DISPLAY "OPERADORES.DAT VACIO O NO DISPONIBLE, NO SE "
                   "PUEDE COMPROBAR LA CLAVE"
               GOBACK
           END-IF

           MOVE ZERO TO WS-OPE-POS
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-TOTAL
                   OR WS-OPE-POS > ZERO
               MOVE WS-OPE-LINEA(WS-OPE-IDX) TO OPERADOR-RECORD
               IF OP-ID = LS-OPERADOR
                   MOVE WS-OPE-IDX TO WS-OPE-POS
               END-IF
           END-PERFORM
           IF WS-OPE-POS = ZERO
               DISPLAY "OPERADOR " LS-OPERADOR " NO DADO DE ALTA EN "
                   "OPERADORES.DAT"
               GOBACK
           END-IF
           MOVE WS-OPE-LINEA(WS-OPE-POS) TO OPERADOR-RECORD
           IF OP-INTENTOS-FALLIDOS NOT NUMERIC
               MOVE ZERO TO OP-INTENTOS-FALLIDOS
           END-IF

           IF OP-ESTA-BLOQUEADO
               DISPLAY "OPERADOR " LS-OPERADOR " BLOQUEADO POR CLAVE "
                   "ERRONEA, SOLICITE EL DESBLOQUEO AL ADMINISTRADOR"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " FIRMA RECHAZADA: "
                   "OPERADOR BLOQUEADO"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               GOBACK
           END-IF
           IF OP-CLAVE-CIFRADA NOT NUMERIC
                   OR OP-CLAVE-CIFRADA = ZERO
               DISPLAY "OPERADOR " LS-OPERADOR " SIN CLAVE, SOLICITE "
                   "EL ALTA DE CLAVE AL ADMINISTRADOR"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " FIRMA RECHAZADA: "
                   "OPERADOR SIN CLAVE"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               GOBACK
           END-IF

           DISPLAY "Clave de " LS-OPERADOR ": " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE FROM CONSOLE-DEVICE
           CALL "CIFRA-CLAVE" USING LS-OPERADOR WS-CLAVE WS-CIFRADA
           MOVE SPACES TO WS-CLAVE

           IF WS-CIFRADA NOT = OP-CLAVE-CIFRADA
               PERFORM ANOTA-FALLO
               PERFORM GUARDA-OPERADORES THRU GUARDA-OPERADORES-FIN
               GOBACK
           END-IF

           MOVE ZERO TO OP-INTENTOS-FALLIDOS
           PERFORM COMPRUEBA-CADUCIDAD
           IF CAMBIO-OBLIGADO OR LS-MODO-CAMBIO
               PERFORM PIDE-CLAVE-NUEVA THRU PIDE-CLAVE-NUEVA-FIN
           END-IF
           PERFORM GUARDA-OPERADORES THRU GUARDA-OPERADORES-FIN

           IF CAMBIO-OBLIGADO AND NOT CLAVE-CAMBIADA
               DISPLAY "LA CLAVE HA CADUCADO Y NO SE HA CAMBIADO, "
                   "FIRMA DENEGADA"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " FIRMA RECHAZADA: "
                   "CLAVE CADUCADA SIN CAMBIAR"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               GOBACK
           END-IF

           MOVE ZERO TO LS-RESULTADO
           IF NOT LS-MODO-CAMBIO
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " FIRMA CORRECTA"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
           END-IF
           GOBACK.

       LEE-PARAMETROS.
           CALL "PARAMLEE" USING "SEGURIDAD           "
               "MAX-INTENTOS        " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:2) IS NUMERIC
                       AND WS-PARAM-VALOR(3:) = SPACES
                       AND WS-PARAM-VALOR(1:2) > "00"
                   MOVE WS-PARAM-VALOR(1:2) TO WS-MAX-INTENTOS
               ELSE
                   DISPLAY "AVISO: MAX-INTENTOS NO VALIDO, SE USA "
                       WS-MAX-INTENTOS
               END-IF
           END-IF
           CALL "PARAMLEE" USING "SEGURIDAD           "
               "DIAS-CADUCIDAD      " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:3) IS NUMERIC
                       AND WS-PARAM-VALOR(4:) = SPACES
                       AND WS-PARAM-VALOR(1:3) > "000"
                   MOVE WS-PARAM-VALOR(1:3) TO WS-DIAS-CADUCIDAD
               ELSE
                   DISPLAY "AVISO: DIAS-CADUCIDAD NO VALIDO, SE USA "
                       WS-DIAS-CADUCIDAD
               END-IF
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
               DISPLAY "AVISO: MAS DE 200 OPERADORES, LOS CONTADORES "
                   "DE FIRMA NO SE GUARDAN"
               GO TO GUARDA-OPERADORES-FIN
           END-IF
           OPEN OUTPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO OPERADORES.DAT: "
                   WS-OPERADORES-STATUS
           ELSE
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPE-TOTAL
                   MOVE WS-OPE-LINEA(WS-OPE-IDX) TO OPERADOR-RECORD
                   WRITE OPERADOR-RECORD
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       GUARDA-OPERADORES-FIN.
           MOVE WS-OPE-LINEA(WS-OPE-POS) TO OPERADOR-RECORD.

       ANOTA-FALLO.
           ADD 1 TO OP-INTENTOS-FALLIDOS
           IF OP-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS
               MOVE "S" TO OP-BLOQUEADO
               DISPLAY "CLAVE ERRONEA: OPERADOR " LS-OPERADOR
                   " BLOQUEADO TRAS " OP-INTENTOS-FALLIDOS " INTENTOS"
               MOVE "BLOQUEO" TO WS-AUDIT-EVENTO
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " BLOQUEADO TRAS "
                   OP-INTENTOS-FALLIDOS " INTENTOS FALLIDOS"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           ELSE
               DISPLAY "CLAVE ERRONEA: INTENTO " OP-INTENTOS-FALLIDOS
                   " DE " WS-MAX-INTENTOS
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" LS-OPERADOR " FIRMA RECHAZADA: "
                   "CLAVE ERRONEA, INTENTO " OP-INTENTOS-FALLIDOS
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF
           PERFORM GRABA-AUDITORIA
           MOVE "FIRMA" TO WS-AUDIT-EVENTO.

       COMPRUEBA-CADUCIDAD.
      *    SIN FECHA DE CAMBIO, LA CLAVE ES PROVISIONAL DEL
      *    ADMINISTRADOR Y SE CAMBIA YA
           IF OP-FECHA-CLAVE NOT NUMERIC OR OP-FECHA-CLAVE = ZERO
               SET CAMBIO-OBLIGADO TO TRUE
               DISPLAY "CLAVE PROVISIONAL: DEBE CAMBIARLA AHORA"
           ELSE
               CALL "FECHAVAL" USING OP-FECHA-CLAVE WS-SEVERIDAD
               IF WS-SEVERIDAD NOT = ZERO
                   SET CAMBIO-OBLIGADO TO TRUE
               ELSE
                   COMPUTE WS-DIAS-CLAVE =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                       - FUNCTION INTEGER-OF-DATE(OP-FECHA-CLAVE)
                   IF WS-DIAS-CLAVE >= WS-DIAS-CADUCIDAD
                       SET CAMBIO-OBLIGADO TO TRUE
                       DISPLAY "LA CLAVE TIENE " WS-DIAS-CLAVE
                           " DIAS: DEBE CAMBIARLA AHORA"
                   END-IF
               END-IF
           END-IF.

       PIDE-CLAVE-NUEVA.
           DISPLAY "Clave nueva (minimo 6 caracteres): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE FROM CONSOLE-DEVICE
           DISPLAY "Repita la clave nueva: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CLAVE-REPETIDA
           ACCEPT WS-CLAVE-REPETIDA FROM CONSOLE-DEVICE
           IF WS-CLAVE NOT = WS-CLAVE-REPETIDA
               DISPLAY "LAS DOS CLAVES NO COINCIDEN, NO SE CAMBIA"
               GO TO PIDE-CLAVE-NUEVA-FIN
           END-IF
           IF WS-CLAVE(1:6) = SPACES OR WS-CLAVE(6:1) = SPACE
               DISPLAY "CLAVE DEMASIADO CORTA, NO SE CAMBIA"
               GO TO PIDE-CLAVE-NUEVA-FIN
           END-IF
           CALL "CIFRA-CLAVE" USING LS-OPERADOR WS-CLAVE
               WS-CIFRADA-NUEVA
           IF WS-CIFRADA-NUEVA = OP-CLAVE-CIFRADA
               DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ACTUAL"
               GO TO PIDE-CLAVE-NUEVA-FIN
           END-IF

           MOVE WS-CIFRADA-NUEVA TO OP-CLAVE-CIFRADA
           MOVE WS-FECHA-PROCESO TO OP-FECHA-CLAVE
           SET CLAVE-CAMBIADA TO TRUE
           DISPLAY "CLAVE CAMBIADA"
           MOVE "CLAVE" TO WS-AUDIT-EVENTO
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "OPERADOR=" LS-OPERADOR " CAMBIO DE CLAVE POR EL "
               "PROPIO OPERADOR"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           PERFORM GRABA-AUDITORIA
           MOVE "FIRMA" TO WS-AUDIT-EVENTO.

       PIDE-CLAVE-NUEVA-FIN.
           MOVE SPACES TO WS-CLAVE WS-CLAVE-REPETIDA.

       GRABA-AUDITORIA.
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM FIRMA-OPERADOR.
