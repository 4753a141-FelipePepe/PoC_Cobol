      ******************************************************************
      * Author:
      * Date:
      * Purpose: Firma del supervisor de las sesiones de acceso de
      *          emergencia. Solo para quien tiene la marca EMERGENCIA
      *          en OPERADORES.DAT (COPY OPERAREC), comprobada con
      *          SEGURIDAD al entrar. Lista las sesiones de
      *          EMERGENCIAS.DAT (COPY EMERGREC) pendientes de firma y
      *          permite firmar una ya terminada (cerrada o caducada)
      *          tras revisarla en INFORME_EMERGENCIAS.TXT: dictamen C
      *          conforme u O con observaciones, con comentario
      *          obligatorio en ese caso. Nadie firma sus propias
      *          sesiones. La firma queda en la sesion (revisor, fecha
      *          de proceso, dictamen y comentario), lo que la saca de
      *          la revision diaria, y en AUDITORIA con el supervisor
      *          que la hizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRMA-EMERGENCIAS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  EMERGENCIAS-FILE.
       COPY EMERGREC.

       WORKING-STORAGE SECTION.
       01  WS-EMERGENCIAS-STATUS PIC XX.
       01  WS-EOF-EMERGENCIAS PIC X VALUE "N".
           88  FIN-EMERGENCIAS VALUE "Y".

      *    EL FICHERO ENTERO, PARA REESCRIBIRLO TRAS CADA FIRMA
       01  WS-EMG-TABLA.
           05  WS-EMG-LINEA PIC X(227) OCCURS 500 TIMES.
       01  WS-EMG-TOTAL PIC 999 VALUE ZERO.
       01  WS-EMG-IDX PIC 999.
       01  WS-EMG-POS PIC 999.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-FIRMA VALUE "F" "f".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-SUPERVISOR PIC X(10).
       01  WS-OPERADOR PIC X(10).
       01  WS-INICIO PIC X(14).
       01  WS-DICTAMEN PIC X.
       01  WS-COMENTARIO PIC X(60).
       01  WS-ESTADO-SESION PIC X(9).
       01  WS-CONT-PENDIENTES PIC 9(5).
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-AUTORIZADO PIC 9.

       01  WS-AHORA PIC 9(14).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA PIC 9(8).
           05  WS-AHORA-HORA PIC 9(6).
       01  WS-HORA-RELOJ PIC 9(8).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "FIRMA-EMERGENCIAS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EMERGENCIA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "FIRMA-EMERGENCIAS".

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "EMERGENCIA"
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "FIRMA DE SESIONES DE EMERGENCIA DENEGADA POR "
                   "SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-SUPERVISOR FROM ENVIRONMENT "USER"
           IF WS-SUPERVISOR = SPACES
               MOVE "DESCONOCIDO" TO WS-SUPERVISOR
           END-IF
           CALL "FECHAPROC" USING WS-FECHA-PROCESO

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

       MUESTRA-MENU.
           DISPLAY "=== FIRMA DE SESIONES DE EMERGENCIA ==="
           DISPLAY "L - LISTAR SESIONES PENDIENTES DE FIRMA"
           DISPLAY "F - FIRMAR UNA SESION"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-FIRMA
                   PERFORM PROCESA-FIRMA THRU PROCESA-FIRMA-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PROCESA-LISTA.
           PERFORM CARGA-EMERGENCIAS
           MOVE ZERO TO WS-CONT-PENDIENTES
           DISPLAY "OPERADOR   INICIO         FIN            ESTADO"
               "    MOTIVO"
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                   UNTIL WS-EMG-IDX > WS-EMG-TOTAL
               MOVE WS-EMG-LINEA(WS-EMG-IDX) TO EMERGENCIA-RECORD
               IF NOT EMG-ESTA-REVISADA
                   ADD 1 TO WS-CONT-PENDIENTES
                   PERFORM FIJA-ESTADO-SESION
                   DISPLAY EMG-OPERADOR " " EMG-INICIO " " EMG-FIN
                       " " WS-ESTADO-SESION " " EMG-MOTIVO(1:30)
               END-IF
           END-PERFORM
           DISPLAY "PENDIENTES DE FIRMA: " WS-CONT-PENDIENTES
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 500 SESIONES, LISTA INCOMPLETA"
           END-IF.

       FIJA-ESTADO-SESION.
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-AHORA-HORA
           EVALUATE TRUE
               WHEN EMG-CERRADA
                   MOVE "CERRADA" TO WS-ESTADO-SESION
               WHEN EMG-FIN > WS-AHORA
                   MOVE "EN VIGOR" TO WS-ESTADO-SESION
               WHEN OTHER
                   MOVE "CADUCADA" TO WS-ESTADO-SESION
           END-EVALUATE.

       PROCESA-FIRMA.
           DISPLAY "Operador de la sesion: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR FROM CONSOLE-DEVICE
           DISPLAY "Inicio de la sesion (AAAAMMDDHHMMSS): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-INICIO
           ACCEPT WS-INICIO FROM CONSOLE-DEVICE
           MOVE WS-OPERADOR TO WS-AUDIT-CLAVE

           PERFORM CARGA-EMERGENCIAS
           MOVE ZERO TO WS-EMG-POS
           PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                   UNTIL WS-EMG-IDX > WS-EMG-TOTAL
                   OR WS-EMG-POS > ZERO
               MOVE WS-EMG-LINEA(WS-EMG-IDX) TO EMERGENCIA-RECORD
               IF EMG-OPERADOR = WS-OPERADOR
                       AND EMG-INICIO = WS-INICIO
                   MOVE WS-EMG-IDX TO WS-EMG-POS
               END-IF
           END-PERFORM
           IF WS-EMG-POS = ZERO
               DISPLAY "SESION NO ENCONTRADA EN EMERGENCIAS.DAT"
               GO TO PROCESA-FIRMA-FIN
           END-IF
           MOVE WS-EMG-LINEA(WS-EMG-POS) TO EMERGENCIA-RECORD
           IF EMG-ESTA-REVISADA
               DISPLAY "SESION YA FIRMADA POR " EMG-REVISOR " EL "
                   EMG-FECHA-REVISION
               GO TO PROCESA-FIRMA-FIN
           END-IF
           IF WS-OPERADOR = WS-SUPERVISOR
               DISPLAY "NO PUEDE FIRMAR SUS PROPIAS SESIONES DE "
                   "EMERGENCIA"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "SUPERVISOR=" WS-SUPERVISOR " SESION="
                   WS-INICIO " FIRMA DE LA PROPIA SESION RECHAZADA"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-FIRMA-FIN
           END-IF
           PERFORM FIJA-ESTADO-SESION
           IF WS-ESTADO-SESION = "EN VIGOR"
               DISPLAY "LA SESION SIGUE EN VIGOR: SE FIRMA CUANDO "
                   "TERMINE"
               GO TO PROCESA-FIRMA-FIN
           END-IF

           DISPLAY "SESION " EMG-OPERADOR " " EMG-INICIO " - "
               WS-ESTADO-SESION
           DISPLAY "FUNCIONES: " EMG-FUNCION(1) " " EMG-FUNCION(2)
               " " EMG-FUNCION(3) " " EMG-FUNCION(4)
           DISPLAY "MOTIVO: " EMG-MOTIVO
           DISPLAY "Dictamen (C=CONFORME, O=CON OBSERVACIONES): "
               UPON CONSOLE-DEVICE
           MOVE SPACE TO WS-DICTAMEN
           ACCEPT WS-DICTAMEN FROM CONSOLE-DEVICE
           MOVE FUNCTION UPPER-CASE(WS-DICTAMEN) TO WS-DICTAMEN
           IF WS-DICTAMEN NOT = "C" AND WS-DICTAMEN NOT = "O"
               DISPLAY "DICTAMEN NO VALIDO, NO SE FIRMA"
               GO TO PROCESA-FIRMA-FIN
           END-IF
           DISPLAY "Comentario: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-COMENTARIO
           ACCEPT WS-COMENTARIO FROM CONSOLE-DEVICE
           IF WS-DICTAMEN = "O" AND WS-COMENTARIO = SPACES
               DISPLAY "CON OBSERVACIONES HACE FALTA EL COMENTARIO, "
                   "NO SE FIRMA"
               GO TO PROCESA-FIRMA-FIN
           END-IF

           MOVE "S" TO EMG-REVISADA
           MOVE WS-SUPERVISOR TO EMG-REVISOR
           MOVE WS-FECHA-PROCESO TO EMG-FECHA-REVISION
           MOVE WS-DICTAMEN TO EMG-DICTAMEN
           MOVE WS-COMENTARIO TO EMG-COMENTARIO
           PERFORM GUARDA-EMERGENCIAS THRU GUARDA-EMERGENCIAS-FIN
           IF WS-EMERGENCIAS-STATUS = "00" AND NOT TABLA-LLENA
               DISPLAY "SESION FIRMADA"
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "SUPERVISOR=" WS-SUPERVISOR " SESION="
                   WS-INICIO " DICTAMEN=" WS-DICTAMEN
                   " FIRMADA " WS-COMENTARIO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
           END-IF.

       PROCESA-FIRMA-FIN.
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
           ELSE
               DISPLAY "EMERGENCIAS.DAT NO DISPONIBLE: "
                   WS-EMERGENCIAS-STATUS
           END-IF.

       LEE-EMERGENCIA.
           READ EMERGENCIAS-FILE
               AT END
                   SET FIN-EMERGENCIAS TO TRUE
           END-READ.

       GUARDA-EMERGENCIAS.
      *    CON MAS SESIONES DE LAS QUE CABEN EN LA TABLA NO SE
      *    REESCRIBE, PARA NO PERDER LAS QUE NO SE HAN CARGADO
           MOVE EMERGENCIA-RECORD TO WS-EMG-LINEA(WS-EMG-POS)
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 500 SESIONES, NO SE PUEDE "
                   "GUARDAR LA FIRMA"
               MOVE 8 TO WS-RETURN-CODE
               GO TO GUARDA-EMERGENCIAS-FIN
           END-IF
           OPEN OUTPUT EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO EMERGENCIAS.DAT: "
                   WS-EMERGENCIAS-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                       UNTIL WS-EMG-IDX > WS-EMG-TOTAL
                   MOVE WS-EMG-LINEA(WS-EMG-IDX) TO EMERGENCIA-RECORD
                   WRITE EMERGENCIA-RECORD
               END-PERFORM
               CLOSE EMERGENCIAS-FILE
           END-IF.

       GUARDA-EMERGENCIAS-FIN.
           EXIT.

       GRABA-AUDITORIA.
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM FIRMA-EMERGENCIAS.
