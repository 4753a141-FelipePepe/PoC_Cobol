      *          operador, al estilo de BANNER/FILEERR. Recibe el
      *          programa llamante y la funcion sensible que se quiere
      *          ejecutar (BAJA, CAMBIO, PURGA, SUSPENSO, APRTASA
      *          para aprobar cambios de tasas de producto, ALERTA
      *          para acusar alertas de la consola, EXPOSICION para
      *          liberar retenidos y ampliar el tope de exposicion
      *          de un originador, FALLIDO para aprobar quebrantos
      *          del suspenso, REVISION para dar veredicto en la
      *          revision de calidad por muestreo, CREDITO para
      *          aprobar prestamos retenidos por limite de credito,
      *          ASIENTO para aprobar asientos contables manuales
      *          capturados por otro operador o CLAVES para
      *          administrar las claves de los operadores en
      *          CLAVES-OPERADOR, EMERGENCIA para revisar y firmar
      *          las sesiones de acceso de emergencia), identifica
      *          al operador por la variable de entorno USER, lo busca
      *          en el fichero de seguridad OPERADORES.DAT (COPY
      *          OPERAREC: id, nombre, una marca S/N por funcion y los
      *          datos de su clave) y devuelve la
      *          severidad: 0 autorizado, 8 denegado. Todo intento
      *          denegado queda en AUDITORIA con el operador y la
      *          funcion. Un operador bloqueado por FIRMA-OPERADOR
      *          tras fallar la clave no tiene ninguna funcion hasta
      *          que el administrador lo restablezca. Una funcion
      *          sin marca se autoriza tambien si el operador tiene
      *          en vigor una sesion de acceso de emergencia
      *          (SESION-EMERGENCIA) que la concede; ese uso queda en
      *          AUDITORIA como USO DE EMERGENCIA. Si el fichero
      *          de seguridad no existe todavia
      *          se autoriza con aviso, para no bloquear los turnos
      *          hasta que seguridad cargue el fichero.
      * Tectonics: cobc
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       COPY OPERAREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-ENCONTRADO PIC X.
           88  OPERADOR-ENCONTRADO VALUE "Y".
       01  WS-PERMISO PIC X.
       01  WS-BLOQUEADO PIC X.
       01  WS-EMERGENCIA PIC X.
           88  USO-EMERGENCIA VALUE "Y".
       01  WS-EMG-SESION PIC X(14).
       01  WS-EMG-FIN PIC X(14).
       01  WS-EMG-FUNCIONES.
           05  WS-EMG-FUNCION PIC X(10) OCCURS 4 TIMES.
       01  WS-EMG-IDX PIC 9.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "SEGURIDAD".

           MOVE "N" TO WS-ENCONTRADO
           MOVE "N" TO WS-EOF-OPERADORES
           MOVE SPACE TO WS-PERMISO
           MOVE "N" TO WS-BLOQUEADO
           MOVE "N" TO WS-EMERGENCIA

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
                           MOVE OP-PERM-APRTASA TO WS-PERMISO
                       WHEN "ALERTA"
                           MOVE OP-PERM-ALERTA TO WS-PERMISO
                       WHEN "EXPOSICION"
                           MOVE OP-PERM-EXPOSICION TO WS-PERMISO
                       WHEN "FALLIDO"
                           MOVE OP-PERM-FALLIDO TO WS-PERMISO
                       WHEN "REVISION"
                           MOVE OP-PERM-REVISION TO WS-PERMISO
                       WHEN "CREDITO"
                           MOVE OP-PERM-CREDITO TO WS-PERMISO
                       WHEN "ASIENTO"
                           MOVE OP-PERM-ASIENTO TO WS-PERMISO
                       WHEN "CLAVES"
                           MOVE OP-PERM-CLAVES TO WS-PERMISO
                       WHEN "EMERGENCIA"
                           MOVE OP-PERM-EMERGENCIA TO WS-PERMISO
                       WHEN OTHER
                           MOVE "N" TO WS-PERMISO
                   END-EVALUATE
                   IF OP-ESTA-BLOQUEADO
                       MOVE "N" TO WS-PERMISO
                       MOVE "S" TO WS-BLOQUEADO
                   END-IF
               ELSE
                   PERFORM LEE-OPERADOR
               END-IF
           END-PERFORM
           CLOSE OPERADORES-FILE

      *    SIN MARCA PROPIA, UNA SESION DE EMERGENCIA EN VIGOR PUEDE
      *    CONCEDER LA FUNCION; NUNCA LA ADMINISTRACION DE CLAVES NI
      *    LA FIRMA DE LAS PROPIAS SESIONES DE EMERGENCIA
           IF OPERADOR-ENCONTRADO AND WS-PERMISO NOT = "S"
                   AND WS-BLOQUEADO = "N"
                   AND LS-FUNCION NOT = "CLAVES"
                   AND LS-FUNCION NOT = "EMERGENCIA"
               CALL "SESION-EMERGENCIA" USING WS-OPERADOR
                   WS-EMG-SESION WS-EMG-FIN WS-EMG-FUNCIONES
               IF WS-EMG-SESION NOT = SPACES
                   PERFORM VARYING WS-EMG-IDX FROM 1 BY 1
                           UNTIL WS-EMG-IDX > 4
                       IF WS-EMG-FUNCION(WS-EMG-IDX) = LS-FUNCION
                           MOVE "S" TO WS-PERMISO
                           SET USO-EMERGENCIA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF NOT OPERADOR-ENCONTRADO OR WS-PERMISO NOT = "S"
               MOVE 8 TO LS-AUTORIZADO
               MOVE WS-OPERADOR TO WS-AUDIT-CLAVE
      *        RECERTIFICACION TRIMESTRAL CRUZA LAS MARCAS S/N
      *        CONCEDIDAS CONTRA EL USO REAL DE CADA FUNCION
               MOVE WS-OPERADOR TO WS-AUDIT-CLAVE
               MOVE SPACES TO WS-AUDIT-DETALLE
               IF USO-EMERGENCIA
                   STRING "OPERADOR=" WS-OPERADOR " FUNCION="
                       LS-FUNCION " PROGRAMA=" LS-PROGRAMA
                       " USO DE EMERGENCIA"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               ELSE
                   STRING "OPERADOR=" WS-OPERADOR " FUNCION="
                       LS-FUNCION " PROGRAMA=" LS-PROGRAMA
                       " USO AUTORIZADO"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               END-IF
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           END-IF
