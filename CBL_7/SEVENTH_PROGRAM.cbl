      * Date:
      * Purpose: Menu de mantenimiento (alta/cambio/baja/consulta) sobre
      *          EMPLOYEE-MASTER, indexado por EMPLEADO-ID. Captura
      *          NOMBRE/APELLIDOS/EDAD para altas y cambios, y la
      *          cuenta de abono (IBAN) donde se transfiere la nomina;
      *          todo cambio de esa cuenta queda en AUDITORIA aparte.
      *          Un cambio de grado pide su fecha de efecto (puede ser
      *          pasada) y queda en la historia fechada de grados
      *          GRADOS_HISTORIA.DAT (COPY GRHISREC), de donde
      *          NOMINA-CALCULO saca los atrasos.
      *          El jefe directo (EMPLEADO-ID) se valida contra el
      *          propio maestro y se rechaza si cierra un bucle en la
      *          linea de dependencia; ORGANIGRAMA (CBL_145) imprime
      *          el arbol.
      *          Un alta que deja su centro de coste por encima de las
      *          plazas aprobadas en PRESUPUESTO_PLANTILLA.DAT (COPY
      *          PRESUREC) se avisa antes de grabar y queda en
      *          AUDITORIA; el operador decide si sigue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

      *    HISTORIA FECHADA DE GRADOS: CADA CAMBIO CON SU FECHA DE
      *    EFECTO, PARA QUE LA NOMINA PAGUE LOS ATRASOS
           SELECT GRADOS-HISTORIA-FILE ASSIGN TO "GRADOS_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GHI-CLAVE
               FILE STATUS IS WS-GRHIS-STATUS.

      *    PRESUPUESTO DE PLANTILLA (PRESUPUESTO-MAINT): PLAZAS
      *    APROBADAS POR CENTRO Y GRADO, PARA AVISAR EN EL ALTA
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_PLANTILLA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  CC-SI-O-NO PIC X.

       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  BP-FECHA PIC 9(8).
           05  BP-HORA PIC 9(8).

       FD  GRADOS-HISTORIA-FILE.
       COPY GRHISREC.

       FD  PRESUPUESTO-FILE.
       COPY PRESUREC.

       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HIS-CLAVE.
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-VALOR PIC X(20).
       01  SUCURSAL PIC X(4).
       01  GRADO PIC X(2).
       01  CENTRO-COSTE PIC X(6).
       01  CUENTA-ABONO PIC X(24).
       01  WS-CUENTA-ANTES PIC X(24).
       01  JEFE-ID PIC 9(6).
       01  WS-JEFE-ANTES PIC 9(6).
      *    LINEA DE DEPENDENCIA: SE SUBE DE JEFE EN JEFE DESDE EL
      *    JEFE CAPTURADO; SI SE LLEGA AL PROPIO EMPLEADO HAY BUCLE
       01  WS-JEFE-ACTUAL PIC 9(6).
       01  WS-JEFE-NIVELES PIC 999.
       01  WS-JEFE-CADENA PIC X.
           88  JEFE-CADENA-SIGUE VALUE "S".
           88  JEFE-CADENA-FIN VALUE "F".
       01  WS-EMP-GUARDADO PIC X(102).
       01  WS-MAESTRO-ABIERTO PIC X VALUE "N".
           88  MAESTRO-ABIERTO VALUE "Y".
       01  WS-MAESTRO-LOCAL PIC X VALUE "N".
           88  MAESTRO-LOCAL VALUE "Y".
       01  WS-GRADO-ANTES PIC X(2).
       01  WS-FECHA-EFECTO PIC 9(8).
       01  WS-FECHA-EFECTO-OK PIC X.
           88  FECHA-EFECTO-OK VALUE "Y".
       01  WS-GRHIS-STATUS PIC XX.
       01  WS-PRESUPUESTO-STATUS PIC XX.
       01  WS-EOF-PRESUPUESTO PIC X.
           88  FIN-PRESUPUESTO VALUE "Y".
       01  WS-PRS-LINEAS PIC 9(4).
       01  WS-PRS-PLAZAS-CENTRO PIC 9(6).
       01  WS-PRS-PLAZAS-GRADO PIC 9(6).
       01  WS-REAL-CENTRO PIC 9(6).
       01  WS-REAL-GRADO PIC 9(6).
       01  WS-EOF-PLANTILLA PIC X.
           88  FIN-PLANTILLA VALUE "Y".
       01  WS-CENTROS-STATUS PIC XX.
       01  WS-VALIDAR-CENTROS PIC X VALUE "N".
           88  VALIDAR-CENTROS VALUE "Y".
           88  FIN-SUCURSALES VALUE "Y".
       01  WS-SUC-TABLA.
           05  WS-SUC-CODIGO OCCURS 50 TIMES PIC X(4).
       01  WS-SUC-CIERRES.
           05  WS-SUC-FECHA-CIERRE OCCURS 50 TIMES PIC 9(8).
       01  WS-SUCURSAL-CERRADA PIC X VALUE "N".
           88  SUCURSAL-CERRADA VALUE "Y".
       01  WS-SUC-TOTAL PIC 99 VALUE ZERO.
       01  WS-SUC-IDX PIC 99.
       01  WS-VALIDAR-SUCURSALES PIC X VALUE "N".
       01  WS-BAJAS-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-HIS-ACCION PIC X(6).
       01  WS-HIS-ANTES PIC X(110).
       01  WS-HIS-DESPUES PIC X(110).
       01  WS-HIS-SECUENCIA PIC 9(4).
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
           05  LINE 8 COL 27 PIC X(2) USING GRADO.
           05  LINE 9 COL 5 VALUE "CENTRO DE COSTE  . :".
           05  LINE 9 COL 27 PIC X(6) USING CENTRO-COSTE.
           05  LINE 10 COL 5 VALUE "CUENTA ABONO IBAN  :".
           05  LINE 10 COL 27 PIC X(24) USING CUENTA-ABONO.
           05  LINE 11 COL 5 VALUE "JEFE (EMPLEADO-ID):".
           05  LINE 11 COL 27 PIC 9(6) USING JEFE-ID.
           05  LINE 12 COL 5 VALUE "INTRO CONFIRMA LA PANTALLA".
           05  LINE 13 COL 5 PIC X(60) FROM WS-MENSAJE-ERROR.

       PROCEDURE DIVISION.

               PERFORM UNTIL FIN-SUCURSALES OR WS-SUC-TOTAL >= 50
                   ADD 1 TO WS-SUC-TOTAL
                   MOVE SUC-CODIGO TO WS-SUC-CODIGO(WS-SUC-TOTAL)
                   IF SUC-FECHA-CIERRE IS NUMERIC
                       MOVE SUC-FECHA-CIERRE
                           TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                   ELSE
                       MOVE ZERO TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                   END-IF
                   PERFORM LEE-SUCURSAL
               END-PERFORM
               CLOSE SUCURSALES-FILE.
               END-EVALUATE.

           PROCESA-ALTA.
      *        EL ALTA AUN NO TIENE ID: NADIE PUEDE DEPENDER DE ELLA
               MOVE ZERO TO EMPLEADO-ID
               MOVE "N" TO WS-CONFIRMA
               PERFORM UNTIL CONFIRMA-SI
                   PERFORM CAPTURA-FORMULARIO
                   PERFORM CONFIRMA-DATOS
               END-PERFORM.

               MOVE "S" TO WS-CONFIRMA.
               PERFORM COMPRUEBA-PLAZAS THRU COMPRUEBA-PLAZAS-FIN.
               IF CONFIRMA-NO
                   DISPLAY "ALTA ABANDONADA POR EL OPERADOR"
               ELSE
                   PERFORM ADQUIERE-CERROJO-MAESTRO THRU
                       ADQUIERE-CERROJO-MAESTRO-FIN
                   IF WS-CERROJO-RC NOT = ZERO
                       DISPLAY "ALTA ABANDONADA: MAESTRO EN USO"
                   ELSE
                       PERFORM ASIGNA-EMPLEADO-ID
                       PERFORM GRABA-EMPLOYEE-MASTER
                       PERFORM LIBERA-CERROJO-MAESTRO
                   END-IF
               END-IF.

           PROCESA-CAMBIO.
                   END-READ

                   IF REGISTRO-ENCONTRADO
                       SET MAESTRO-ABIERTO TO TRUE
                       MOVE EMPLOYEE-RECORD TO WS-HIS-ANTES
      *                LA CUENTA DE ABONO SE PRESENTA CON LA VIGENTE
      *                PARA QUE UN CAMBIO DE OTRO DATO NO LA BORRE
                       MOVE EMP-CUENTA-ABONO TO WS-CUENTA-ANTES
                       MOVE EMP-CUENTA-ABONO TO CUENTA-ABONO
      *                IGUAL EL JEFE
                       IF EMP-JEFE-ID NOT NUMERIC
                           MOVE ZERO TO EMP-JEFE-ID
                       END-IF
                       MOVE EMP-JEFE-ID TO WS-JEFE-ANTES
                       MOVE EMP-JEFE-ID TO JEFE-ID
                       MOVE EMP-GRADO TO WS-GRADO-ANTES
                       MOVE "N" TO WS-CONFIRMA
                       PERFORM UNTIL CONFIRMA-SI
                           PERFORM CAPTURA-FORMULARIO
                       MOVE SUCURSAL TO EMP-SUCURSAL
                       MOVE GRADO TO EMP-GRADO
                       MOVE CENTRO-COSTE TO EMP-CENTRO-COSTE
                       MOVE CUENTA-ABONO TO EMP-CUENTA-ABONO
                       MOVE JEFE-ID TO EMP-JEFE-ID
                       MOVE FECHA-NACIMIENTO TO EMP-FECHA-NACIMIENTO
                       CALL "FECHAPROC" USING EMP-FECHA-ACTUALIZACION
                       REWRITE EMPLOYEE-RECORD
                       CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                           WS-AUDIT-EVENTO WS-AUDIT-CLAVE
                           WS-AUDIT-DETALLE
                       IF GRADO NOT = WS-GRADO-ANTES
                               AND GRADO NOT = SPACES
                           PERFORM PIDE-FECHA-EFECTO
                           PERFORM GRABA-HISTORIA-GRADO
                       END-IF
                       IF CUENTA-ABONO NOT = WS-CUENTA-ANTES
                           MOVE SPACES TO WS-AUDIT-DETALLE
                           STRING "EMPLEADO-ID=" EMPLEADO-ID
                               " CUENTA ABONO " WS-CUENTA-ANTES
                               " -> " CUENTA-ABONO
                               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                               WS-AUDIT-EVENTO WS-AUDIT-CLAVE
                               WS-AUDIT-DETALLE
                       END-IF
                       IF JEFE-ID NOT = WS-JEFE-ANTES
                           MOVE SPACES TO WS-AUDIT-DETALLE
                           STRING "EMPLEADO-ID=" EMPLEADO-ID
                               " JEFE " WS-JEFE-ANTES " -> " JEFE-ID
                               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                               WS-AUDIT-EVENTO WS-AUDIT-CLAVE
                               WS-AUDIT-DETALLE
                       END-IF
                   ELSE
                       DISPLAY "EMPLEADO-ID NO ENCONTRADO: "
                           EMPLEADO-ID
                       END-IF
                   END-IF
                   CLOSE EMPLOYEE-MASTER
                   MOVE "N" TO WS-MAESTRO-ABIERTO
               END-IF.
               PERFORM LIBERA-CERROJO-MAESTRO.

                           " NACIDO: " EMP-FECHA-NACIMIENTO
                           " SUCURSAL: " EMP-SUCURSAL
                           " GRADO: " EMP-GRADO
                           " CUENTA ABONO: " EMP-CUENTA-ABONO
                           " JEFE: " EMP-JEFE-ID
               END-READ
               CLOSE EMPLOYEE-MASTER.

                       MOVE "N" TO WS-FORM-VALIDO
                       GO TO VALIDA-FORMULARIO-FIN
                   END-IF
                   IF SUCURSAL-CERRADA
                       MOVE "SUCURSAL CERRADA, USE LA ABSORBENTE"
                           TO WS-MENSAJE-ERROR
                       MOVE "N" TO WS-FORM-VALIDO
                       GO TO VALIDA-FORMULARIO-FIN
                   END-IF
               END-IF
               IF GRADO NOT = SPACES AND VALIDAR-GRADOS
                   MOVE "N" TO WS-GRADO-VALIDO
                       MOVE "CENTRO DE COSTE NO DADO DE ALTA"
                           TO WS-MENSAJE-ERROR
                       MOVE "N" TO WS-FORM-VALIDO
                       GO TO VALIDA-FORMULARIO-FIN
                   END-IF
               END-IF
      *        IBAN: CODIGO DE PAIS EN LETRAS Y DIGITOS DE CONTROL;
      *        EN BLANCO SE ADMITE HASTA QUE EL EMPLEADO LA COMUNIQUE
               IF CUENTA-ABONO NOT = SPACES
                   IF CUENTA-ABONO(1:2) NOT ALPHABETIC-UPPER
                           OR CUENTA-ABONO(1:2) = SPACES
                           OR CUENTA-ABONO(3:2) NOT NUMERIC
                           OR CUENTA-ABONO(5:1) = SPACE
                       MOVE "CUENTA DE ABONO NO VALIDA (IBAN)"
                           TO WS-MENSAJE-ERROR
                       MOVE "N" TO WS-FORM-VALIDO
                       GO TO VALIDA-FORMULARIO-FIN
                   END-IF
               END-IF
      *        JEFE CERO: CABEZA DE LA ORGANIZACION
               IF JEFE-ID NOT NUMERIC
                   MOVE ZERO TO JEFE-ID
               END-IF
               IF JEFE-ID > ZERO
                   PERFORM VALIDA-JEFE THRU VALIDA-JEFE-FIN
               END-IF.

           VALIDA-FORMULARIO-FIN.
               EXIT.

           VALIDA-JEFE.
      *        EL JEFE DEBE ESTAR EN EL MAESTRO Y SU LINEA DE
      *        DEPENDENCIA NO PUEDE PASAR POR EL PROPIO EMPLEADO. EN
      *        UN CAMBIO EL MAESTRO YA ESTA ABIERTO Y EL REGISTRO EN
      *        CURSO SE GUARDA PARA DEVOLVERLO INTACTO
               IF JEFE-ID = EMPLEADO-ID
                   MOVE "UN EMPLEADO NO PUEDE SER SU PROPIO JEFE"
                       TO WS-MENSAJE-ERROR
                   MOVE "N" TO WS-FORM-VALIDO
                   GO TO VALIDA-JEFE-FIN
               END-IF
               MOVE EMPLOYEE-RECORD TO WS-EMP-GUARDADO
               MOVE "N" TO WS-MAESTRO-LOCAL
               IF NOT MAESTRO-ABIERTO
                   OPEN INPUT EMPLOYEE-MASTER
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "JEFE NO EXISTE EN EL MAESTRO"
                           TO WS-MENSAJE-ERROR
                       MOVE "N" TO WS-FORM-VALIDO
                       GO TO VALIDA-JEFE-FIN
                   END-IF
                   SET MAESTRO-LOCAL TO TRUE
               END-IF
               MOVE JEFE-ID TO WS-JEFE-ACTUAL
               MOVE ZERO TO WS-JEFE-NIVELES
               SET JEFE-CADENA-SIGUE TO TRUE
               PERFORM SIGUE-LINEA-JEFE UNTIL JEFE-CADENA-FIN
               IF MAESTRO-LOCAL
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE WS-EMP-GUARDADO TO EMPLOYEE-RECORD.

           VALIDA-JEFE-FIN.
               EXIT.

           SIGUE-LINEA-JEFE.
               MOVE WS-JEFE-ACTUAL TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
      *                UN JEFE MAS ARRIBA YA DADO DE BAJA CORTA LA
      *                LINEA PERO NO INVALIDA LA CAPTURA
                       IF WS-JEFE-NIVELES = ZERO
                           MOVE "JEFE NO EXISTE EN EL MAESTRO"
                               TO WS-MENSAJE-ERROR
                           MOVE "N" TO WS-FORM-VALIDO
                       END-IF
                       SET JEFE-CADENA-FIN TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-JEFE-NIVELES
                       IF EMP-JEFE-ID NOT NUMERIC
                               OR EMP-JEFE-ID = ZERO
                           SET JEFE-CADENA-FIN TO TRUE
                       ELSE
                           IF EMP-JEFE-ID = EMPLEADO-ID
                                   OR WS-JEFE-NIVELES > 99
                               MOVE "EL JEFE CERRARIA UN BUCLE"
                                   TO WS-MENSAJE-ERROR
                               MOVE "N" TO WS-FORM-VALIDO
                               SET JEFE-CADENA-FIN TO TRUE
                           ELSE
                               MOVE EMP-JEFE-ID TO WS-JEFE-ACTUAL
                           END-IF
                       END-IF
               END-READ.

           VALIDA-FECHA-PLAUSIBLE.
      *        LA REGLA DE CALENDARIO VIVE EN LA RUTINA COMPARTIDA
      *        FECHAVAL (CBL_61), LA MISMA QUE PROTEGE LA PURGA DE
               END-READ.

           BUSCA-SUCURSAL.
      *        UNA SUCURSAL PASADA SU FECHA DE CIERRE SIGUE EN EL
      *        MAESTRO PARA LOS HISTORICOS PERO NO ADMITE EMPLEADOS
               MOVE "N" TO WS-SUCURSAL-CERRADA
               PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                       UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                       OR SUCURSAL-VALIDA
                   IF WS-SUC-CODIGO(WS-SUC-IDX) = SUCURSAL
                       SET SUCURSAL-VALIDA TO TRUE
                       IF WS-SUC-FECHA-CIERRE(WS-SUC-IDX) > ZERO
                           CALL "FECHAPROC" USING WS-HOY
                           IF WS-HOY > WS-SUC-FECHA-CIERRE(WS-SUC-IDX)
                               SET SUCURSAL-CERRADA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

                   DISPLAY "DATOS DESCARTADOS. SE REPITE LA CAPTURA."
               END-IF.

           PIDE-FECHA-EFECTO.
      *        EL CAMBIO DE GRADO RIGE DESDE SU FECHA DE EFECTO, QUE
      *        SUELE SER ANTERIOR A LA APROBACION; NO SE ADMITEN
      *        FECHAS FUTURAS PORQUE EL GRADO YA QUEDA GRABADO HOY
               CALL "FECHAPROC" USING WS-HOY
               MOVE "N" TO WS-FECHA-EFECTO-OK
               PERFORM UNTIL FECHA-EFECTO-OK
                   DISPLAY "Fecha de efecto del nuevo grado "
                       "(AAAAMMDD, 0 = hoy): " UPON CONSOLE-DEVICE
                   ACCEPT WS-FECHA-EFECTO FROM CONSOLE-DEVICE
                   IF WS-FECHA-EFECTO = ZERO
                       MOVE WS-HOY TO WS-FECHA-EFECTO
                   END-IF
                   MOVE WS-FECHA-EFECTO TO WS-FECHA-PRUEBA
                   PERFORM VALIDA-FECHA-PLAUSIBLE THRU
                       VALIDA-FECHA-PLAUSIBLE-FIN
                   IF FECHA-NAC-VALIDA
                           AND WS-FECHA-EFECTO NOT > WS-HOY
                       SET FECHA-EFECTO-OK TO TRUE
                   ELSE
                       DISPLAY "FECHA DE EFECTO NO VALIDA O FUTURA"
                   END-IF
               END-PERFORM.

           GRABA-HISTORIA-GRADO.
               OPEN I-O GRADOS-HISTORIA-FILE
               IF WS-GRHIS-STATUS NOT = "00"
                   OPEN OUTPUT GRADOS-HISTORIA-FILE
                   CLOSE GRADOS-HISTORIA-FILE
                   OPEN I-O GRADOS-HISTORIA-FILE
               END-IF
               MOVE EMPLEADO-ID TO GHI-EMP-ID
               MOVE WS-FECHA-EFECTO TO GHI-FECHA-EFECTO
               MOVE WS-GRADO-ANTES TO GHI-GRADO-ANTERIOR
               MOVE GRADO TO GHI-GRADO-NUEVO
               MOVE WS-HOY TO GHI-FECHA-REGISTRO
               ACCEPT GHI-OPERADOR FROM ENVIRONMENT "USER"
               IF GHI-OPERADOR = SPACES
                   MOVE "DESCONOCIDO" TO GHI-OPERADOR
               END-IF
               MOVE ZERO TO GHI-PERIODO-ATRASOS
      *        DOS CAMBIOS CON LA MISMA FECHA DE EFECTO: MANDA EL
      *        ULTIMO, CONSERVANDO EL GRADO DE PARTIDA DEL PRIMERO
               WRITE GRADO-HISTORIA-REGISTRO
                   INVALID KEY
                       READ GRADOS-HISTORIA-FILE
                       MOVE GRADO TO GHI-GRADO-NUEVO
                       MOVE WS-HOY TO GHI-FECHA-REGISTRO
                       MOVE ZERO TO GHI-PERIODO-ATRASOS
                       REWRITE GRADO-HISTORIA-REGISTRO
               END-WRITE
               CALL "FILEERR" USING WS-AUDIT-PROGRAMA
                   "GRADOS_HISTORIA.DAT " WS-GRHIS-STATUS WS-SEVERIDAD
               CLOSE GRADOS-HISTORIA-FILE
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "EMPLEADO-ID=" EMPLEADO-ID " GRADO "
                   WS-GRADO-ANTES " -> " GRADO " CON EFECTO "
                   WS-FECHA-EFECTO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               DISPLAY "CAMBIO DE GRADO REGISTRADO CON EFECTO "
                   WS-FECHA-EFECTO.

           COMPRUEBA-PLAZAS.
      *        AVISO, NO BLOQUEO: SE SUMAN LAS PLAZAS APROBADAS DEL
      *        CENTRO (TODOS SUS GRADOS Y LA DEL GRADO CAPTURADO) Y SE
      *        CUENTA LA PLANTILLA ACTUAL DEL MAESTRO. UN CENTRO SIN
      *        PRESUPUESTO NO SE AVISA
               IF CENTRO-COSTE = SPACES
                   GO TO COMPRUEBA-PLAZAS-FIN
               END-IF
               OPEN INPUT PRESUPUESTO-FILE
               IF WS-PRESUPUESTO-STATUS NOT = "00"
                   GO TO COMPRUEBA-PLAZAS-FIN
               END-IF
               MOVE ZERO TO WS-PRS-LINEAS WS-PRS-PLAZAS-CENTRO
                   WS-PRS-PLAZAS-GRADO
               MOVE "N" TO WS-EOF-PRESUPUESTO
               MOVE CENTRO-COSTE TO PRS-CENTRO-COSTE
               MOVE LOW-VALUES TO PRS-GRADO
               START PRESUPUESTO-FILE KEY IS >= PRS-CLAVE
                   INVALID KEY
                       SET FIN-PRESUPUESTO TO TRUE
               END-START
               PERFORM UNTIL FIN-PRESUPUESTO
                   READ PRESUPUESTO-FILE NEXT RECORD
                       AT END
                           SET FIN-PRESUPUESTO TO TRUE
                       NOT AT END
                           IF PRS-CENTRO-COSTE NOT = CENTRO-COSTE
                               SET FIN-PRESUPUESTO TO TRUE
                           ELSE
                               ADD 1 TO WS-PRS-LINEAS
                               ADD PRS-PLAZAS TO WS-PRS-PLAZAS-CENTRO
                               IF PRS-GRADO = GRADO
                                   ADD PRS-PLAZAS
                                       TO WS-PRS-PLAZAS-GRADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTO-FILE
               IF WS-PRS-LINEAS = ZERO
                   GO TO COMPRUEBA-PLAZAS-FIN
               END-IF

               MOVE ZERO TO WS-REAL-CENTRO WS-REAL-GRADO
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-MASTER-STATUS = "00"
                   MOVE "N" TO WS-EOF-PLANTILLA
                   PERFORM UNTIL FIN-PLANTILLA
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               SET FIN-PLANTILLA TO TRUE
                           NOT AT END
                               IF EMP-CENTRO-COSTE = CENTRO-COSTE
                                   ADD 1 TO WS-REAL-CENTRO
                                   IF EMP-GRADO = GRADO
                                       ADD 1 TO WS-REAL-GRADO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF

               IF WS-REAL-CENTRO < WS-PRS-PLAZAS-CENTRO
                       AND WS-REAL-GRADO < WS-PRS-PLAZAS-GRADO
                   GO TO COMPRUEBA-PLAZAS-FIN
               END-IF
               IF WS-REAL-CENTRO >= WS-PRS-PLAZAS-CENTRO
                   DISPLAY "AVISO: EL CENTRO " CENTRO-COSTE " TIENE "
                       WS-REAL-CENTRO " EMPLEADOS Y "
                       WS-PRS-PLAZAS-CENTRO " PLAZAS APROBADAS"
               END-IF
               IF WS-REAL-GRADO >= WS-PRS-PLAZAS-GRADO
                   DISPLAY "AVISO: EL GRADO " GRADO " DEL CENTRO TIENE "
                       WS-REAL-GRADO " EMPLEADOS Y "
                       WS-PRS-PLAZAS-GRADO " PLAZAS APROBADAS"
               END-IF
               DISPLAY "EL ALTA SUPERA EL PRESUPUESTO DE PLANTILLA"
               DISPLAY "¿Continuar con el alta (S/N)? "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-CONFIRMA FROM CONSOLE-DEVICE
               IF NOT CONFIRMA-NO
                   MOVE "S" TO WS-CONFIRMA
               END-IF
               MOVE CENTRO-COSTE TO WS-AUDIT-CLAVE
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ALTA SOBRE PRESUPUESTO CENTRO=" CENTRO-COSTE
                   " GRADO=" GRADO " PLANTILLA=" WS-REAL-CENTRO
                   " PLAZAS=" WS-PRS-PLAZAS-CENTRO
                   " CONTINUA=" WS-CONFIRMA
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

           COMPRUEBA-PLAZAS-FIN.
               EXIT.

           ASIGNA-EMPLEADO-ID.
               MOVE ZERO TO EMPLEADO-ID
               OPEN INPUT ID-CONTROL-FILE
               MOVE SUCURSAL TO EMP-SUCURSAL
               MOVE GRADO TO EMP-GRADO
               MOVE CENTRO-COSTE TO EMP-CENTRO-COSTE
               MOVE CUENTA-ABONO TO EMP-CUENTA-ABONO
               MOVE JEFE-ID TO EMP-JEFE-ID
               MOVE FECHA-NACIMIENTO TO EMP-FECHA-NACIMIENTO
               CALL "FECHAPROC" USING EMP-FECHA-ACTUALIZACION
               WRITE EMPLOYEE-RECORD
