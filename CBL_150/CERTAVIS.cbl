      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vigilancia nocturna de caducidades del registro de
      *          certificaciones CERTIFICACIONES.DAT (COPY CERTIREC).
      *          Cada certificacion de un empleado que sigue en
      *          EMPLOYEE_MASTER.DAT y que caduca dentro de los
      *          proximos dias (PARAMLEE CERTIFICA-AVISOS DIAS-AVISO,
      *          30 por defecto), o que ya ha caducado sin renovarse,
      *          deja una alerta en ALERTAS_OPERADOR.DAT, de donde la
      *          recoge CONSOLA-ALERTAS (CBL_97) para su acuse; la
      *          consola no duplica una alerta ya encolada, de modo
      *          que repetir el aviso cada noche no la inunda.
      *          Termina con RC 4 si ha dejado alguna alerta. Corre
      *          cada noche como paso de MAESTRO, tras
      *          INTEGRIDAD-REFERENCIAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-AVISOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICACIONES-FILE
               ASSIGN TO "CERTIFICACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CER-CLAVE
               FILE STATUS IS WS-CERTIFICACIONES-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICACIONES-FILE.
       COPY CERTIREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CERTIFICACIONES-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-CERTIFICACIONES PIC X VALUE "N".
           88  FIN-CERTIFICACIONES VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-AVISO PIC 9(3) VALUE 30.
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-EMPLEADO-ACTIVO PIC X.
           88  EMPLEADO-ACTIVO VALUE "Y".

       01  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-PROXIMAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CADUCADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-BAJAS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CERTIFICA-AVISOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           CALL "PARAMLEE" USING "CERTIFICA-AVISOS    "
               "DIAS-AVISO          " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= 1
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) <= 365
                   COMPUTE WS-DIAS-AVISO =
                       FUNCTION NUMVAL(WS-PARAM-VALOR)
               ELSE
                   DISPLAY "AVISO: DIAS-AVISO NO VALIDO, SE USAN "
                       WS-DIAS-AVISO
               END-IF
           END-IF
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               + WS-DIAS-AVISO)

           OPEN INPUT CERTIFICACIONES-FILE
           IF WS-CERTIFICACIONES-STATUS NOT = "00"
               DISPLAY "CERTIFICACIONES.DAT NO DISPONIBLE, SIN "
                   "VIGILANCIA DE CADUCIDADES"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, SIN "
                   "VIGILANCIA DE CADUCIDADES"
               CLOSE CERTIFICACIONES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF

           PERFORM LEE-CERTIFICACION
           PERFORM UNTIL FIN-CERTIFICACIONES
               ADD 1 TO WS-CONT-LEIDAS
               IF CER-FECHA-CADUCIDAD <= WS-FECHA-LIMITE
                   PERFORM REVISA-CERTIFICACION
               END-IF
               PERFORM LEE-CERTIFICACION
           END-PERFORM

           CLOSE CERTIFICACIONES-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE ALERTAS-FILE

           DISPLAY "CADUCIDADES HASTA " WS-FECHA-LIMITE
               ": CERTIFICACIONES=" WS-CONT-LEIDAS
               " PROXIMAS=" WS-CONT-PROXIMAS
               " CADUCADAS=" WS-CONT-CADUCADAS
               " DE BAJAS (SIN AVISO)=" WS-CONT-BAJAS
           IF WS-CONT-PROXIMAS > ZERO OR WS-CONT-CADUCADAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LEE-CERTIFICACION.
           READ CERTIFICACIONES-FILE NEXT RECORD
               AT END
                   SET FIN-CERTIFICACIONES TO TRUE
           END-READ.

       REVISA-CERTIFICACION.
      *    LAS CERTIFICACIONES DE EMPLEADOS YA DADOS DE BAJA NO SE
      *    AVISAN
           MOVE "N" TO WS-EMPLEADO-ACTIVO
           MOVE CER-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-CONT-BAJAS
               NOT INVALID KEY
                   SET EMPLEADO-ACTIVO TO TRUE
           END-READ
           IF EMPLEADO-ACTIVO
               MOVE SPACES TO ALERTA-RECORD
               IF CER-FECHA-CADUCIDAD < WS-FECHA-PROCESO
                   ADD 1 TO WS-CONT-CADUCADAS
                   STRING "ALERTA CERTIFICACION: CADUCADA EL "
                       CER-FECHA-CADUCIDAD " " CER-TIPO
                       " EMPLEADO " CER-EMP-ID " SUC " EMP-SUCURSAL
                       DELIMITED BY SIZE INTO ALERTA-RECORD
               ELSE
                   ADD 1 TO WS-CONT-PROXIMAS
                   STRING "ALERTA CERTIFICACION: CADUCA EL "
                       CER-FECHA-CADUCIDAD " " CER-TIPO
                       " EMPLEADO " CER-EMP-ID " SUC " EMP-SUCURSAL
                       DELIMITED BY SIZE INTO ALERTA-RECORD
               END-IF
               WRITE ALERTA-RECORD
               DISPLAY ALERTA-RECORD
           END-IF.

       END PROGRAM CERTIFICA-AVISOS.
