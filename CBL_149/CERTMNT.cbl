      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del registro de certificaciones
      *          obligatorias CERTIFICACIONES.DAT (COPY CERTIREC) y de
      *          la tabla de requisitos CERT_REQUISITOS.DAT (COPY
      *          CERTRREC), con el mismo menu que CENTROS-MAINT
      *          (CBL_109). Cada certificacion es de un empleado del
      *          maestro y un tipo, con fecha de obtencion y de
      *          caducidad validadas por FECHAVAL (la caducidad ha de
      *          ser posterior a la obtencion). Los requisitos dicen
      *          que grados (ambito G) o centros de coste (ambito C)
      *          exigen cada tipo. Las caducidades proximas las avisa
      *          cada noche CERTIFICA-AVISOS (CBL_150) y el informe
      *          mensual de cumplimiento por sucursal es
      *          CERTIFICA-CUMPLE (CBL_151). Todo cambio pasa por
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICACIONES-FILE
               ASSIGN TO "CERTIFICACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-CLAVE
               FILE STATUS IS WS-CERTIFICACIONES-STATUS.

           SELECT REQUISITOS-FILE ASSIGN TO "CERT_REQUISITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-CLAVE
               FILE STATUS IS WS-REQUISITOS-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICACIONES-FILE.
       COPY CERTIREC.

       FD  REQUISITOS-FILE.
       COPY CERTRREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-CERTIFICACIONES-STATUS PIC XX.
       01  WS-REQUISITOS-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-VALIDAR-EMPLEADOS PIC X VALUE "N".
           88  VALIDAR-EMPLEADOS VALUE "Y".
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-REQUISITO VALUE "R" "r".
           88  OPCION-QUITA-REQUISITO VALUE "Q" "q".
           88  OPCION-LISTA-REQUISITOS VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-EMP-ID PIC 9(6).
       01  WS-TIPO PIC X(6).
       01  WS-FECHA-OBTENCION PIC 9(8).
       01  WS-FECHA-CADUCIDAD PIC 9(8).
       01  WS-CADUCIDAD-ANTES PIC 9(8).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DATOS-VALIDOS PIC X.
           88  DATOS-VALIDOS VALUE "Y".
       01  WS-EXISTIA PIC X.
           88  REGISTRO-EXISTIA VALUE "Y".
       01  WS-AMBITO PIC X.
           88  AMBITO-VALIDO VALUE "G" "C".
       01  WS-CODIGO PIC X(6).
       01  WS-DESCRIPCION PIC X(30).
       01  WS-CONT-LINEAS PIC 9(4).
       01  WS-MARCA PIC X(10).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CERTIFICA-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CERTIFICA-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN I-O CERTIFICACIONES-FILE
           IF WS-CERTIFICACIONES-STATUS NOT = "00"
               OPEN OUTPUT CERTIFICACIONES-FILE
               CLOSE CERTIFICACIONES-FILE
               OPEN I-O CERTIFICACIONES-FILE
           END-IF
           OPEN I-O REQUISITOS-FILE
           IF WS-REQUISITOS-STATUS NOT = "00"
               OPEN OUTPUT REQUISITOS-FILE
               CLOSE REQUISITOS-FILE
               OPEN I-O REQUISITOS-FILE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS = "00"
               SET VALIDAR-EMPLEADOS TO TRUE
           ELSE
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE, "
                   "NO SE VALIDAN LOS EMPLEADOS"
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE CERTIFICACIONES-FILE
           CLOSE REQUISITOS-FILE
           IF VALIDAR-EMPLEADOS
               CLOSE EMPLOYEE-MASTER
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO CERTIFICACIONES ==="
           DISPLAY "A - ALTA/RENOVACION DE CERTIFICACION"
           DISPLAY "B - BAJA (QUITAR CERTIFICACION)"
           DISPLAY "I - INQUIRY (CERTIFICACIONES DE UN EMPLEADO)"
           DISPLAY "R - ALTA/CAMBIO DE REQUISITO (GRADO O CENTRO)"
           DISPLAY "Q - QUITAR REQUISITO"
           DISPLAY "L - LISTAR REQUISITOS"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-REQUISITO
                   PERFORM PROCESA-REQUISITO THRU
                       PROCESA-REQUISITO-FIN
               WHEN OPCION-QUITA-REQUISITO
                   PERFORM PROCESA-QUITA-REQUISITO
               WHEN OPCION-LISTA-REQUISITOS
                   PERFORM PROCESA-LISTA-REQUISITOS
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CLAVE.
           DISPLAY "EMPLEADO-ID: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           DISPLAY "Tipo de certificacion (6 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-TIPO FROM CONSOLE-DEVICE.

       PROCESA-ALTA.
           PERFORM PIDE-CLAVE
           IF WS-TIPO = SPACES
               DISPLAY "ERROR: EL TIPO NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           IF VALIDAR-EMPLEADOS
               MOVE WS-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "ERROR: EMPLEADO NO EXISTE EN EL "
                           "MAESTRO: " WS-EMP-ID
                       GO TO PROCESA-ALTA-FIN
               END-READ
           END-IF
           DISPLAY "Fecha de obtencion (AAAAMMDD): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-OBTENCION FROM CONSOLE-DEVICE
           MOVE WS-FECHA-OBTENCION TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR WS-FECHA-OBTENCION > WS-FECHA-PROCESO
               DISPLAY "ERROR: FECHA DE OBTENCION NO VALIDA"
               GO TO PROCESA-ALTA-FIN
           END-IF
           DISPLAY "Fecha de caducidad (AAAAMMDD): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-CADUCIDAD FROM CONSOLE-DEVICE
           MOVE WS-FECHA-CADUCIDAD TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR WS-FECHA-CADUCIDAD NOT > WS-FECHA-OBTENCION
               DISPLAY "ERROR: FECHA DE CADUCIDAD NO VALIDA (DEBE "
                   "SER POSTERIOR A LA OBTENCION)"
               GO TO PROCESA-ALTA-FIN
           END-IF

      *    UNA RENOVACION SUSTITUYE A LA CERTIFICACION ANTERIOR
           MOVE "N" TO WS-EXISTIA
           MOVE ZERO TO WS-CADUCIDAD-ANTES
           MOVE WS-EMP-ID TO CER-EMP-ID
           MOVE WS-TIPO TO CER-TIPO
           READ CERTIFICACIONES-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
                   MOVE CER-FECHA-CADUCIDAD TO WS-CADUCIDAD-ANTES
           END-READ

           MOVE WS-EMP-ID TO CER-EMP-ID
           MOVE WS-TIPO TO CER-TIPO
           MOVE WS-FECHA-OBTENCION TO CER-FECHA-OBTENCION
           MOVE WS-FECHA-CADUCIDAD TO CER-FECHA-CADUCIDAD
           MOVE WS-FECHA-PROCESO TO CER-FECHA-ACTUALIZACION
           IF REGISTRO-EXISTIA
               REWRITE CERTIFICACION-RECORD
           ELSE
               WRITE CERTIFICACION-RECORD
           END-IF

           MOVE CER-CLAVE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF REGISTRO-EXISTIA
               STRING "CERTIFICACION EMPLEADO=" WS-EMP-ID
                   " TIPO=" WS-TIPO " RENOVADA OBTENCION="
                   WS-FECHA-OBTENCION " CADUCIDAD="
                   WS-CADUCIDAD-ANTES "->" WS-FECHA-CADUCIDAD
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           ELSE
               STRING "CERTIFICACION EMPLEADO=" WS-EMP-ID
                   " TIPO=" WS-TIPO " ALTA OBTENCION="
                   WS-FECHA-OBTENCION " CADUCIDAD="
                   WS-FECHA-CADUCIDAD
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "CERTIFICACION GRABADA".

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-BAJA.
           PERFORM PIDE-CLAVE
           MOVE WS-EMP-ID TO CER-EMP-ID
           MOVE WS-TIPO TO CER-TIPO
           DELETE CERTIFICACIONES-FILE
               INVALID KEY
                   DISPLAY "CERTIFICACION NO ENCONTRADA: " WS-EMP-ID
                       " " WS-TIPO
               NOT INVALID KEY
                   MOVE CER-CLAVE TO WS-AUDIT-CLAVE
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "CERTIFICACION EMPLEADO=" WS-EMP-ID
                       " TIPO=" WS-TIPO " RETIRADA"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "CERTIFICACION RETIRADA"
           END-DELETE.

       PROCESA-CONSULTA.
           DISPLAY "EMPLEADO-ID: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-CONT-LINEAS
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-EMP-ID TO CER-EMP-ID
           MOVE LOW-VALUES TO CER-TIPO
           START CERTIFICACIONES-FILE KEY IS >= CER-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ CERTIFICACIONES-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF CER-EMP-ID NOT = WS-EMP-ID
                           SET FIN-FICHERO TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-LINEAS
                           MOVE SPACES TO WS-MARCA
                           IF CER-FECHA-CADUCIDAD < WS-FECHA-PROCESO
                               MOVE "CADUCADA" TO WS-MARCA
                           END-IF
                           DISPLAY "TIPO " CER-TIPO
                               " OBTENIDA " CER-FECHA-OBTENCION
                               " CADUCA " CER-FECHA-CADUCIDAD
                               " " WS-MARCA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CERTIFICACIONES DEL EMPLEADO: " WS-CONT-LINEAS.

       PIDE-REQUISITO.
           DISPLAY "Ambito (G = grado, C = centro de coste): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-AMBITO FROM CONSOLE-DEVICE
           DISPLAY "Codigo de grado o centro: " UPON CONSOLE-DEVICE
           ACCEPT WS-CODIGO FROM CONSOLE-DEVICE
           DISPLAY "Tipo de certificacion exigida: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-TIPO FROM CONSOLE-DEVICE.

       PROCESA-REQUISITO.
           PERFORM PIDE-REQUISITO
           IF NOT AMBITO-VALIDO
               DISPLAY "ERROR: EL AMBITO HA DE SER G O C"
               GO TO PROCESA-REQUISITO-FIN
           END-IF
           IF WS-CODIGO = SPACES OR WS-TIPO = SPACES
               DISPLAY "ERROR: CODIGO Y TIPO SON OBLIGATORIOS"
               GO TO PROCESA-REQUISITO-FIN
           END-IF
           DISPLAY "Descripcion de la certificacion: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE

           MOVE "N" TO WS-EXISTIA
           MOVE WS-AMBITO TO REQ-AMBITO
           MOVE WS-CODIGO TO REQ-CODIGO
           MOVE WS-TIPO TO REQ-TIPO
           READ REQUISITOS-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
           END-READ
           MOVE WS-AMBITO TO REQ-AMBITO
           MOVE WS-CODIGO TO REQ-CODIGO
           MOVE WS-TIPO TO REQ-TIPO
           MOVE WS-DESCRIPCION TO REQ-DESCRIPCION
           MOVE WS-FECHA-PROCESO TO REQ-FECHA-ACTUALIZACION
           IF REGISTRO-EXISTIA
               REWRITE REQUISITO-RECORD
           ELSE
               WRITE REQUISITO-RECORD
           END-IF

           MOVE REQ-CLAVE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REQUISITO AMBITO=" WS-AMBITO " CODIGO=" WS-CODIGO
               " EXIGE " WS-TIPO " " WS-DESCRIPCION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "REQUISITO GRABADO".

       PROCESA-REQUISITO-FIN.
           EXIT.

       PROCESA-QUITA-REQUISITO.
           PERFORM PIDE-REQUISITO
           MOVE WS-AMBITO TO REQ-AMBITO
           MOVE WS-CODIGO TO REQ-CODIGO
           MOVE WS-TIPO TO REQ-TIPO
           DELETE REQUISITOS-FILE
               INVALID KEY
                   DISPLAY "REQUISITO NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE REQ-CLAVE TO WS-AUDIT-CLAVE
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "REQUISITO AMBITO=" WS-AMBITO " CODIGO="
                       WS-CODIGO " TIPO=" WS-TIPO " RETIRADO"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "REQUISITO RETIRADO"
           END-DELETE.

       PROCESA-LISTA-REQUISITOS.
           MOVE ZERO TO WS-CONT-LINEAS
           MOVE "N" TO WS-EOF-FICHERO
           MOVE LOW-VALUES TO REQ-CLAVE
           START REQUISITOS-FILE KEY IS >= REQ-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LINEAS
                       DISPLAY REQ-AMBITO " " REQ-CODIGO
                           " EXIGE " REQ-TIPO " " REQ-DESCRIPCION
               END-READ
           END-PERFORM
           DISPLAY "REQUISITOS: " WS-CONT-LINEAS.

       END PROGRAM CERTIFICA-MAINT.
