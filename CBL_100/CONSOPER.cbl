      *          misma tabla de SEGURIDAD), presenta solo las
      *          funciones cuya marca tiene concedida, despacha al
      *          programa elegido y deja en AUDITORIA el inicio y el
      *          fin de la sesion. La firma pide la clave del operador
      *          a FIRMA-OPERADOR (intentos fallidos, bloqueo y
      *          caducidad de la clave); desde el menu se puede cambiar
      *          la clave propia y, con la marca CLAVES, entrar en la
      *          administracion de claves CLAVES-OPERADOR. En una
      *          urgencia el operador puede abrir desde el menu una
      *          sesion de acceso de emergencia (ACCESO-EMERGENCIA);
      *          mientras este en vigor el menu ofrece tambien las
      *          funciones que concede, y al caducar desaparecen solas.
      *          Con la marca EMERGENCIA se entra en la firma de las
      *          sesiones de emergencia (FIRMA-EMERGENCIAS). El
      *          maestro de sucursales (SUCURSALES-MAINT) va con la
      *          marca CAMBIO, como grupos y tasas. Si el
      *          fichero de operadores no existe todavia se muestra
      *          todo con aviso, igual que hace SEGURIDAD, para no
      *          bloquear los turnos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       COPY OPERAREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-SIN-CONTROL PIC X VALUE "N".
           88  SIN-CONTROL VALUE "Y".

      *    MARCAS EN VIGOR PARA EL MENU; WS-PERMISOS-FIRMA GUARDA LAS
      *    PROPIAS DEL OPERADOR PARA REHACERLAS CUANDO CADUCA UNA
      *    SESION DE EMERGENCIA
       01  WS-PERMISOS.
           05  WS-PERM-BAJA PIC X VALUE "N".
           05  WS-PERM-CAMBIO PIC X VALUE "N".
           05  WS-PERM-SUSPENSO PIC X VALUE "N".
           05  WS-PERM-APRTASA PIC X VALUE "N".
           05  WS-PERM-ALERTA PIC X VALUE "N".
           05  WS-PERM-EXPOSICION PIC X VALUE "N".
           05  WS-PERM-FALLIDO PIC X VALUE "N".
           05  WS-PERM-REVISION PIC X VALUE "N".
           05  WS-PERM-CREDITO PIC X VALUE "N".
           05  WS-PERM-ASIENTO PIC X VALUE "N".
           05  WS-PERM-CLAVES PIC X VALUE "N".
           05  WS-PERM-EMERGENCIA PIC X VALUE "N".
       01  WS-PERMISOS-FIRMA PIC X(12).

       01  WS-EMG-SESION PIC X(14) VALUE SPACES.
       01  WS-EMG-FIN PIC X(14).
       01  WS-EMG-FUNCIONES.
           05  WS-EMG-FUNCION PIC X(10) OCCURS 4 TIMES.
       01  WS-EMG-IDX PIC 9.
       01  WS-FIRMA-RESULTADO PIC 9 VALUE ZERO.

       01  WS-OPCION PIC XX.

               GOBACK
           END-IF

      *    EL OPERADOR DE LA SESION DEBE DEMOSTRAR QUE LO ES CON SU
      *    CLAVE; FIRMA-OPERADOR DEJA EN AUDITORIA CADA FALLO
           IF OPERADOR-ENCONTRADO
               CALL "FIRMA-OPERADOR" USING WS-OPERADOR "F"
                   WS-FIRMA-RESULTADO
               IF WS-FIRMA-RESULTADO NOT = ZERO
                   DISPLAY "FIRMA NO VALIDA, SESION DENEGADA"
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "OPERADOR=" WS-OPERADOR
                       " SESION DENEGADA POR CLAVE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "OPERADOR=" WS-OPERADOR " INICIO DE SESION"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           MOVE WS-PERMISOS TO WS-PERMISOS-FIRMA
           PERFORM UNTIL WS-OPCION = "S" OR WS-OPCION = "s"
               PERFORM APLICA-EMERGENCIA
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "OPERADOR=" WS-OPERADOR " FIN DE SESION"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               MOVE "S" TO WS-PERM-SUSPENSO
               MOVE "S" TO WS-PERM-APRTASA
               MOVE "S" TO WS-PERM-ALERTA
               MOVE "S" TO WS-PERM-EXPOSICION
               MOVE "S" TO WS-PERM-FALLIDO
               MOVE "S" TO WS-PERM-REVISION
               MOVE "S" TO WS-PERM-CREDITO
               MOVE "S" TO WS-PERM-ASIENTO
               MOVE "S" TO WS-PERM-CLAVES
               MOVE "S" TO WS-PERM-EMERGENCIA
               GO TO FIRMA-SESION-FIN
           END-IF
           PERFORM LEE-OPERADOR
                   MOVE OP-PERM-SUSPENSO TO WS-PERM-SUSPENSO
                   MOVE OP-PERM-APRTASA TO WS-PERM-APRTASA
                   MOVE OP-PERM-ALERTA TO WS-PERM-ALERTA
                   MOVE OP-PERM-EXPOSICION TO WS-PERM-EXPOSICION
                   MOVE OP-PERM-FALLIDO TO WS-PERM-FALLIDO
                   MOVE OP-PERM-REVISION TO WS-PERM-REVISION
                   MOVE OP-PERM-CREDITO TO WS-PERM-CREDITO
                   MOVE OP-PERM-ASIENTO TO WS-PERM-ASIENTO
                   MOVE OP-PERM-CLAVES TO WS-PERM-CLAVES
                   MOVE OP-PERM-EMERGENCIA TO WS-PERM-EMERGENCIA
               ELSE
                   PERFORM LEE-OPERADOR
               END-IF
       FIRMA-SESION-FIN.
           EXIT.

       APLICA-EMERGENCIA.
      *    SE REHACE ANTES DE CADA MENU: LO CONCEDIDO POR UNA SESION
      *    DE EMERGENCIA SOLO SE OFRECE MIENTRAS ESTA EN VIGOR
           MOVE WS-PERMISOS-FIRMA TO WS-PERMISOS
           MOVE SPACES TO WS-EMG-SESION
           IF OPERADOR-ENCONTRADO
               CALL "SESION-EMERGENCIA" USING WS-OPERADOR
                   WS-EMG-SESION WS-EMG-FIN WS-EMG-FUNCIONES
           END-IF
           IF WS-EMG-SESION NOT = SPACES
               PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                       UNTIL WS-EMG-IDX > 4
                   PERFORM CONCEDE-FUNCION-EMERGENCIA
               END-PERFORM
           END-IF.

       CONCEDE-FUNCION-EMERGENCIA.
           EVALUATE WS-EMG-FUNCION(WS-EMG-IDX)
               WHEN "BAJA"
                   MOVE "S" TO WS-PERM-BAJA
               WHEN "CAMBIO"
                   MOVE "S" TO WS-PERM-CAMBIO
               WHEN "SUSPENSO"
                   MOVE "S" TO WS-PERM-SUSPENSO
               WHEN "APRTASA"
                   MOVE "S" TO WS-PERM-APRTASA
               WHEN "ALERTA"
                   MOVE "S" TO WS-PERM-ALERTA
               WHEN "EXPOSICION"
                   MOVE "S" TO WS-PERM-EXPOSICION
               WHEN "FALLIDO"
                   MOVE "S" TO WS-PERM-FALLIDO
               WHEN "REVISION"
                   MOVE "S" TO WS-PERM-REVISION
               WHEN "CREDITO"
                   MOVE "S" TO WS-PERM-CREDITO
               WHEN "ASIENTO"
                   MOVE "S" TO WS-PERM-ASIENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEE-OPERADOR.
           READ OPERADORES-FILE
               AT END
      *    LAS CONSULTAS SON LIBRES PARA CUALQUIER SESION FIRMADA
           DISPLAY "=== CONSOLA DE OPERACIONES - " WS-OPERADOR
               " " WS-NOMBRE-OPERADOR " ==="
           IF WS-EMG-SESION NOT = SPACES
               DISPLAY "*** SESION DE EMERGENCIA EN VIGOR HASTA "
                   WS-EMG-FIN(9:2) ":" WS-EMG-FIN(11:2) " ***"
           END-IF
           DISPLAY " 1 - MANTENIMIENTO DE EMPLEADOS"
           IF WS-PERM-CAMBIO = "S"
               DISPLAY " 2 - MANTENIMIENTO DE GRUPOS"
               DISPLAY " 8 - CONSOLA DE ALERTAS"
           END-IF
           DISPLAY " 9 - RASTREO DE TRANSACCIONES"
           IF WS-PERM-EXPOSICION = "S"
               DISPLAY "10 - SUPERVISION DE EXPOSICION POR ORIGINADOR"
           END-IF
           IF WS-PERM-FALLIDO = "S"
               DISPLAY "11 - APROBACION DE FALLIDOS DEL SUSPENSO"
           END-IF
           IF WS-PERM-REVISION = "S"
               DISPLAY "12 - REVISION DE CALIDAD POR MUESTREO"
           END-IF
           IF WS-PERM-CREDITO = "S"
               DISPLAY "13 - APROBACION DE PRESTAMOS RETENIDOS"
           END-IF
           DISPLAY "14 - CAPTURA DE ASIENTOS MANUALES"
           IF WS-PERM-ASIENTO = "S"
               DISPLAY "15 - APROBACION DE ASIENTOS MANUALES"
           END-IF
           DISPLAY "16 - CONSULTA DEL MAYOR POR CUENTA"
           IF NOT SIN-CONTROL
               DISPLAY "17 - CAMBIO DE CLAVE"
           END-IF
           IF WS-PERM-CLAVES = "S"
               DISPLAY "18 - ADMINISTRACION DE CLAVES DE OPERADOR"
           END-IF
           IF NOT SIN-CONTROL
               DISPLAY "19 - ACCESO DE EMERGENCIA"
           END-IF
           IF WS-PERM-EMERGENCIA = "S"
               DISPLAY "20 - FIRMA DE SESIONES DE EMERGENCIA"
           END-IF
           IF WS-PERM-CAMBIO = "S"
               DISPLAY "21 - MANTENIMIENTO DE SUCURSALES"
           END-IF
           DISPLAY " S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.
                   END-IF
               WHEN "9 "
                   CALL "CONSULTA-TRANSACCION"
               WHEN "10"
                   IF WS-PERM-EXPOSICION = "S"
                       CALL "SUPERVISA-EXPOSICION"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "11"
                   IF WS-PERM-FALLIDO = "S"
                       CALL "FALLIDOS-APROBACION"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "12"
                   IF WS-PERM-REVISION = "S"
                       CALL "REVISION-CALIDAD"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "13"
                   IF WS-PERM-CREDITO = "S"
                       CALL "APROBACION-CREDITO"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "14"
                   CALL "ASIENTOS-MANUALES"
               WHEN "15"
                   IF WS-PERM-ASIENTO = "S"
                       CALL "ASIENTOS-APROBACION"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "16"
                   CALL "CONSULTA-MAYOR"
               WHEN "17"
                   IF NOT SIN-CONTROL
                       CALL "FIRMA-OPERADOR" USING WS-OPERADOR "C"
                           WS-FIRMA-RESULTADO
                   ELSE
                       DISPLAY "OPCION NO VALIDA"
                   END-IF
               WHEN "18"
                   IF WS-PERM-CLAVES = "S"
                       CALL "CLAVES-OPERADOR"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "19"
                   IF NOT SIN-CONTROL
                       CALL "ACCESO-EMERGENCIA"
                   ELSE
                       DISPLAY "OPCION NO VALIDA"
                   END-IF
               WHEN "20"
                   IF WS-PERM-EMERGENCIA = "S"
                       CALL "FIRMA-EMERGENCIAS"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "21"
                   IF WS-PERM-CAMBIO = "S"
                       CALL "SUCURSALES-MAINT"
                   ELSE
                       DISPLAY "FUNCION NO CONCEDIDA"
                   END-IF
               WHEN "S "
                   CONTINUE
               WHEN "s "
