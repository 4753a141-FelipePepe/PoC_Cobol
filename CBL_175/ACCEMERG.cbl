      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acceso de emergencia ("romper el cristal"). Cuando
      *          algo falla de madrugada y el operador de noche
      *          necesita una funcion que no tiene concedida (liberar
      *          el suspenso, aprobar una purga...), en vez de editar
      *          OPERADORES.DAT abre aqui una sesion de emergencia:
      *          firma con su clave (FIRMA-OPERADOR), elige hasta
      *          cuatro funciones de SEGURIDAD, da un motivo
      *          obligatorio y la duracion en minutos, con tope en
      *          PARAMLEE ACCESO-EMERGENCIA DURACION-MAXIMA (120 por
      *          defecto). La sesion queda en EMERGENCIAS.DAT (COPY
      *          EMERGREC) y caduca sola a su hora: SEGURIDAD concede
      *          las funciones elegidas solo mientras esta en vigor y
      *          AUDITORIA marca con ella todo registro que graba el
      *          operador. La administracion de claves y la firma de
      *          sesiones de emergencia no se conceden nunca por esta
      *          via. El operador puede cerrarla antes de tiempo al
      *          terminar. Apertura y cierre quedan en AUDITORIA y la
      *          apertura, ademas, en ALERTAS_OPERADOR.DAT. Al dia
      *          siguiente REVISION-EMERGENCIA lista la sesion con
      *          todo lo hecho en ella y un supervisor la firma en
      *          FIRMA-EMERGENCIAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESO-EMERGENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMERGENCIAS-FILE ASSIGN TO "EMERGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERGENCIAS-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMERGENCIAS-FILE.
       COPY EMERGREC.

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMERGENCIAS-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-EMERGENCIAS PIC X VALUE "N".
           88  FIN-EMERGENCIAS VALUE "Y".

      *    EL FICHERO ENTERO, PARA REESCRIBIRLO AL CERRAR UNA SESION
       01  WS-EMG-TABLA.
           05  WS-EMG-LINEA PIC X(227) OCCURS 500 TIMES.
       01  WS-EMG-TOTAL PIC 999 VALUE ZERO.
       01  WS-EMG-IDX PIC 999.
       01  WS-EMG-POS PIC 999.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ABRE VALUE "A" "a".
           88  OPCION-CIERRA VALUE "C" "c".
           88  OPCION-SALIR VALUE "S" "s".

      *    FUNCIONES QUE PUEDE CONCEDER UNA SESION DE EMERGENCIA
       01  WS-CONCEDIBLES-VALORES.
           05  FILLER PIC X(10) VALUE "BAJA      ".
           05  FILLER PIC X(10) VALUE "CAMBIO    ".
           05  FILLER PIC X(10) VALUE "PURGA     ".
           05  FILLER PIC X(10) VALUE "SUSPENSO  ".
           05  FILLER PIC X(10) VALUE "APRTASA   ".
           05  FILLER PIC X(10) VALUE "ALERTA    ".
           05  FILLER PIC X(10) VALUE "EXPOSICION".
           05  FILLER PIC X(10) VALUE "FALLIDO   ".
           05  FILLER PIC X(10) VALUE "REVISION  ".
           05  FILLER PIC X(10) VALUE "CREDITO   ".
           05  FILLER PIC X(10) VALUE "ASIENTO   ".
       01  WS-CONCEDIBLES REDEFINES WS-CONCEDIBLES-VALORES.
           05  WS-CONCEDIBLE PIC X(10) OCCURS 11 TIMES.
       01  WS-CON-IDX PIC 99.
       01  WS-FUNCION-VALIDA PIC X.
           88  FUNCION-VALIDA VALUE "Y".

       01  WS-OPERADOR PIC X(10).
       01  WS-FIRMA-RESULTADO PIC 9.
       01  WS-SESION PIC X(14).
       01  WS-SESION-FIN PIC X(14).
       01  WS-SESION-FUNCIONES PIC X(40).

       01  WS-FUNCIONES.
           05  WS-FUNCION PIC X(10) OCCURS 4 TIMES.
       01  WS-FUN-TOTAL PIC 9.
       01  WS-FUN-IDX PIC 9.
       01  WS-FUNCION-PEDIDA PIC X(10).
       01  WS-FIN-FUNCIONES PIC X.
           88  FIN-FUNCIONES VALUE "Y".
       01  WS-LISTA-FUNCIONES PIC X(44).
       01  WS-LISTA-PTR PIC 99.
       01  WS-MOTIVO PIC X(60).
       01  WS-DURACION PIC 999.
       01  WS-DURACION-MAXIMA PIC 999 VALUE 120.
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

      *    RELOJ: AHORA Y CADUCIDAD EN AAAAMMDDHHMMSS
       01  WS-AHORA PIC 9(14).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA PIC 9(8).
           05  WS-AHORA-HORA PIC 9(6).
           05  WS-AHORA-HORA-R REDEFINES WS-AHORA-HORA.
               10  WS-AHORA-HH PIC 99.
               10  WS-AHORA-MI PIC 99.
               10  WS-AHORA-SS PIC 99.
       01  WS-CADUCA PIC 9(14).
       01  WS-CADUCA-R REDEFINES WS-CADUCA.
           05  WS-CADUCA-FECHA PIC 9(8).
           05  WS-CADUCA-HORA PIC 9(6).
           05  WS-CADUCA-HORA-R REDEFINES WS-CADUCA-HORA.
               10  WS-CADUCA-HH PIC 99.
               10  WS-CADUCA-MI PIC 99.
               10  WS-CADUCA-SS PIC 99.
       01  WS-HORA-RELOJ PIC 9(8).
       01  WS-DIAS PIC 9(7).
       01  WS-SEGUNDOS PIC 9(7).
       01  WS-FECHA-PROCESO PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ACCESO-EMERGENCIA".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EMERGENCIA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ACCESO-EMERGENCIA".

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR
           END-IF
           MOVE WS-OPERADOR TO WS-AUDIT-CLAVE

      *    SIN FIRMA BUENA NO HAY EMERGENCIA QUE VALGA: FIRMA-OPERADOR
      *    RECHAZA AL OPERADOR DESCONOCIDO, AL BLOQUEADO Y LA CLAVE
      *    MALA, Y DEJA CADA FALLO EN AUDITORIA
           CALL "FIRMA-OPERADOR" USING WS-OPERADOR "F"
               WS-FIRMA-RESULTADO
           IF WS-FIRMA-RESULTADO NOT = ZERO
               DISPLAY "FIRMA NO VALIDA, ACCESO DE EMERGENCIA DENEGADO"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "OPERADOR=" WS-OPERADOR
                   " ACCESO DE EMERGENCIA DENEGADO POR CLAVE"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIJA-DURACION-MAXIMA

      *    LLAMADO DESDE LA CONSOLA CONSERVA LA OPCION DE LA VEZ
      *    ANTERIOR
           MOVE SPACE TO WS-OPCION
           MOVE ZERO TO WS-RETURN-CODE
           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       FIJA-DURACION-MAXIMA.
           CALL "PARAMLEE" USING "ACCESO-EMERGENCIA   "
               "DURACION-MAXIMA     " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) > ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
               COMPUTE WS-DURACION-MAXIMA =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF.

       MUESTRA-MENU.
           DISPLAY "=== ACCESO DE EMERGENCIA - " WS-OPERADOR " ==="
           DISPLAY "A - ABRIR SESION DE EMERGENCIA"
           DISPLAY "C - CERRAR MI SESION DE EMERGENCIA"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ABRE
                   PERFORM PROCESA-APERTURA THRU PROCESA-APERTURA-FIN
               WHEN OPCION-CIERRA
                   PERFORM PROCESA-CIERRE THRU PROCESA-CIERRE-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PROCESA-APERTURA.
           CALL "SESION-EMERGENCIA" USING WS-OPERADOR WS-SESION
               WS-SESION-FIN WS-SESION-FUNCIONES
           IF WS-SESION NOT = SPACES
               DISPLAY "YA TIENE UNA SESION DE EMERGENCIA EN VIGOR "
                   "HASTA " WS-SESION-FIN(9:2) ":" WS-SESION-FIN(11:2)
                   ": CIERRELA ANTES DE ABRIR OTRA"
               GO TO PROCESA-APERTURA-FIN
           END-IF

           MOVE SPACES TO WS-FUNCIONES
           MOVE ZERO TO WS-FUN-TOTAL
           MOVE "N" TO WS-FIN-FUNCIONES
           DISPLAY "FUNCIONES QUE SE PUEDEN CONCEDER: BAJA CAMBIO "
               "PURGA SUSPENSO APRTASA ALERTA"
           DISPLAY "  EXPOSICION FALLIDO REVISION CREDITO ASIENTO"
           PERFORM PIDE-FUNCION
               UNTIL FIN-FUNCIONES OR WS-FUN-TOTAL >= 4
           IF WS-FUN-TOTAL = ZERO
               DISPLAY "NINGUNA FUNCION ELEGIDA, NO SE ABRE LA SESION"
               GO TO PROCESA-APERTURA-FIN
           END-IF

           DISPLAY "Motivo de la emergencia (obligatorio): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO FROM CONSOLE-DEVICE
           IF WS-MOTIVO(15:) = SPACES
               DISPLAY "HACE FALTA UN MOTIVO DE AL MENOS 15 "
                   "CARACTERES, NO SE ABRE LA SESION"
               GO TO PROCESA-APERTURA-FIN
           END-IF

           DISPLAY "Duracion en minutos (maximo " WS-DURACION-MAXIMA
               "): " UPON CONSOLE-DEVICE
           MOVE ZERO TO WS-DURACION
           ACCEPT WS-DURACION FROM CONSOLE-DEVICE
           IF WS-DURACION = ZERO OR WS-DURACION > WS-DURACION-MAXIMA
               MOVE WS-DURACION-MAXIMA TO WS-DURACION
               DISPLAY "SE CONCEDEN " WS-DURACION " MINUTOS"
           END-IF

           PERFORM CALCULA-CADUCIDAD
           CALL "FECHAPROC" USING WS-FECHA-PROCESO

           MOVE SPACES TO EMERGENCIA-RECORD
           MOVE WS-OPERADOR TO EMG-OPERADOR
           MOVE WS-AHORA TO EMG-INICIO
           MOVE WS-CADUCA TO EMG-FIN
           MOVE WS-FUNCIONES TO EMG-FUNCIONES
           MOVE WS-MOTIVO TO EMG-MOTIVO
           MOVE WS-FECHA-PROCESO TO EMG-FECHA-PROCESO
           MOVE "A" TO EMG-ESTADO
           MOVE "N" TO EMG-REVISADA
           MOVE ZERO TO EMG-FECHA-REVISION

           OPEN EXTEND EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               OPEN OUTPUT EMERGENCIAS-FILE
           END-IF
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               DISPLAY "ERROR GRABANDO EMERGENCIAS.DAT: "
                   WS-EMERGENCIAS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO PROCESA-APERTURA-FIN
           END-IF
           WRITE EMERGENCIA-RECORD
           CLOSE EMERGENCIAS-FILE

           PERFORM MONTA-LISTA-FUNCIONES
           DISPLAY "SESION DE EMERGENCIA ABIERTA HASTA "
               WS-CADUCA-FECHA " " WS-CADUCA-HH ":" WS-CADUCA-MI
           DISPLAY "FUNCIONES: " WS-LISTA-FUNCIONES
           DISPLAY "TODO LO QUE HAGA QUEDA MARCADO PARA REVISION"

      *    LA APERTURA YA SALE MARCADA CON LA SESION: ES LO PRIMERO
      *    QUE VE EL SUPERVISOR EN LA REVISION
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "APERTURA HASTA=" WS-CADUCA(1:12) " FUNCIONES="
                   DELIMITED BY SIZE
               WS-LISTA-FUNCIONES DELIMITED BY SPACE
               " MOTIVO=" WS-MOTIVO DELIMITED BY SIZE
               INTO WS-AUDIT-DETALLE
           PERFORM GRABA-AUDITORIA

           MOVE SPACES TO ALERTA-RECORD
           STRING "ALERTA EMERGENCIA: " WS-OPERADOR
               " ABRE ACCESO DE EMERGENCIA HASTA "
               WS-CADUCA-HH ":" WS-CADUCA-MI
               DELIMITED BY SIZE INTO ALERTA-RECORD
           PERFORM GRABA-ALERTA.

       PROCESA-APERTURA-FIN.
           EXIT.

       PIDE-FUNCION.
           DISPLAY "Funcion (en blanco para terminar): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-FUNCION-PEDIDA
           ACCEPT WS-FUNCION-PEDIDA FROM CONSOLE-DEVICE
           MOVE FUNCTION UPPER-CASE(WS-FUNCION-PEDIDA)
               TO WS-FUNCION-PEDIDA
           IF WS-FUNCION-PEDIDA = SPACES
               SET FIN-FUNCIONES TO TRUE
           ELSE
               MOVE "N" TO WS-FUNCION-VALIDA
               PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                       UNTIL WS-CON-IDX > 11
                   IF WS-CONCEDIBLE(WS-CON-IDX) = WS-FUNCION-PEDIDA
                       SET FUNCION-VALIDA TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                       UNTIL WS-FUN-IDX > WS-FUN-TOTAL
                   IF WS-FUNCION(WS-FUN-IDX) = WS-FUNCION-PEDIDA
                       MOVE "N" TO WS-FUNCION-VALIDA
                   END-IF
               END-PERFORM
               IF FUNCION-VALIDA
                   ADD 1 TO WS-FUN-TOTAL
                   MOVE WS-FUNCION-PEDIDA TO WS-FUNCION(WS-FUN-TOTAL)
               ELSE
                   DISPLAY "FUNCION NO CONCEDIBLE O REPETIDA: "
                       WS-FUNCION-PEDIDA
               END-IF
           END-IF.

       CALCULA-CADUCIDAD.
      *    SE CUENTA EN SEGUNDOS DESDE MEDIANOCHE; SI PASA DE LAS 24
      *    HORAS LA CADUCIDAD CAE AL DIA SIGUIENTE
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-AHORA-HORA
           COMPUTE WS-SEGUNDOS = WS-AHORA-HH * 3600
               + WS-AHORA-MI * 60 + WS-AHORA-SS + WS-DURACION * 60
           MOVE WS-AHORA-FECHA TO WS-CADUCA-FECHA
           IF WS-SEGUNDOS >= 86400
               SUBTRACT 86400 FROM WS-SEGUNDOS
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-AHORA-FECHA) + 1
               COMPUTE WS-CADUCA-FECHA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS)
           END-IF
           COMPUTE WS-CADUCA-HH = WS-SEGUNDOS / 3600
           COMPUTE WS-CADUCA-MI =
               (WS-SEGUNDOS - WS-CADUCA-HH * 3600) / 60
           COMPUTE WS-CADUCA-SS =
               WS-SEGUNDOS - WS-CADUCA-HH * 3600 - WS-CADUCA-MI * 60.

       MONTA-LISTA-FUNCIONES.
           MOVE SPACES TO WS-LISTA-FUNCIONES
           MOVE 1 TO WS-LISTA-PTR
           PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                   UNTIL WS-FUN-IDX > 4
               IF WS-FUNCION(WS-FUN-IDX) NOT = SPACES
                   IF WS-LISTA-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-LISTA-FUNCIONES
                           WITH POINTER WS-LISTA-PTR
                   END-IF
                   STRING WS-FUNCION(WS-FUN-IDX) DELIMITED BY SPACE
                       INTO WS-LISTA-FUNCIONES
                       WITH POINTER WS-LISTA-PTR
               END-IF
           END-PERFORM.

       PROCESA-CIERRE.
           CALL "SESION-EMERGENCIA" USING WS-OPERADOR WS-SESION
               WS-SESION-FIN WS-SESION-FUNCIONES
           IF WS-SESION = SPACES
               DISPLAY "NO TIENE NINGUNA SESION DE EMERGENCIA EN VIGOR"
               GO TO PROCESA-CIERRE-FIN
           END-IF
           PERFORM CARGA-EMERGENCIAS
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 500 SESIONES EN EMERGENCIAS.DAT, "
                   "NO SE PUEDE GUARDAR EL CIERRE"
               MOVE 8 TO WS-RETURN-CODE
               GO TO PROCESA-CIERRE-FIN
           END-IF
           MOVE ZERO TO WS-EMG-POS
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                   UNTIL WS-EMG-IDX > WS-EMG-TOTAL
               MOVE WS-EMG-LINEA(WS-EMG-IDX) TO EMERGENCIA-RECORD
               IF EMG-OPERADOR = WS-OPERADOR
                       AND EMG-INICIO = WS-SESION
                   MOVE WS-EMG-IDX TO WS-EMG-POS
               END-IF
           END-PERFORM
           IF WS-EMG-POS = ZERO
               DISPLAY "SESION NO ENCONTRADA EN EMERGENCIAS.DAT"
               MOVE 8 TO WS-RETURN-CODE
               GO TO PROCESA-CIERRE-FIN
           END-IF

           MOVE WS-EMG-LINEA(WS-EMG-POS) TO EMERGENCIA-RECORD
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-AHORA-HORA
           MOVE WS-AHORA TO EMG-FIN
           MOVE "C" TO EMG-ESTADO
           MOVE EMERGENCIA-RECORD TO WS-EMG-LINEA(WS-EMG-POS)

           OPEN OUTPUT EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO EMERGENCIAS.DAT: "
                   WS-EMERGENCIAS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO PROCESA-CIERRE-FIN
           END-IF
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                   UNTIL WS-EMG-IDX > WS-EMG-TOTAL
               MOVE WS-EMG-LINEA(WS-EMG-IDX) TO EMERGENCIA-RECORD
               WRITE EMERGENCIA-RECORD
           END-PERFORM
           CLOSE EMERGENCIAS-FILE

           DISPLAY "SESION DE EMERGENCIA CERRADA"
      *    EL CIERRE SE GRABA YA SIN MARCA DE SESION
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CIERRE ANTICIPADO SESION=" WS-SESION
               " PREVISTA HASTA=" WS-SESION-FIN(1:12)
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           PERFORM GRABA-AUDITORIA.

       PROCESA-CIERRE-FIN.
           EXIT.

       CARGA-EMERGENCIAS.
           MOVE ZERO TO WS-EMG-TOTAL
           MOVE "N" TO WS-EOF-EMERGENCIAS
           MOVE "N" TO WS-TABLA-LLENA
           OPEN INPUT EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS = "00"
               PERFORM LEE-EMERGENCIA
               PERFORM UNTIL FIN-EMERGENCIAS OR WS-EMG-TOTAL >= 500
                   ADD 1 TO WS-EMG-TOTAL
                   MOVE EMERGENCIA-RECORD TO WS-EMG-LINEA(WS-EMG-TOTAL)
                   PERFORM LEE-EMERGENCIA
               END-PERFORM
               IF NOT FIN-EMERGENCIAS
                   SET TABLA-LLENA TO TRUE
               END-IF
               CLOSE EMERGENCIAS-FILE
           END-IF.

       LEE-EMERGENCIA.
           READ EMERGENCIAS-FILE
               AT END
                   SET FIN-EMERGENCIAS TO TRUE
           END-READ.

       GRABA-ALERTA.
           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           IF WS-ALERTAS-STATUS = "00"
               WRITE ALERTA-RECORD
               CLOSE ALERTAS-FILE
           END-IF.

       GRABA-AUDITORIA.
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM ACCESO-EMERGENCIA.
