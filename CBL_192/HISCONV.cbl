      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de EMPLOYEE_HISTORIA.DAT al registro con
      *          imagenes de 110 posiciones. Las imagenes anterior y
      *          posterior median 80, menos que el registro EMPREC
      *          desde que lleva cuenta de abono y jefe, asi que un
      *          cambio solo de esos campos dejaba dos imagenes
      *          iguales. Antes de correrlo el fichero actual se
      *          renombra a EMPLOYEE_HISTORIA_80.DAT; este paso lo lee
      *          con el formato antiguo y reconstruye
      *          EMPLOYEE_HISTORIA.DAT con el nuevo, igual que
      *          EMPLEADOS-RELOAD reconstruye el maestro. Cada imagen
      *          pasa tal cual, rellena con blancos por la derecha;
      *          en las que son un registro de empleado el jefe, que
      *          no cabia, queda a ceros (sin jefe), y la cuenta de
      *          abono conserva solo lo que cabia en las 80 antiguas.
      *          La imagen posterior de una BAJA es el finiquito y no
      *          se toca. Si EMPLOYEE_HISTORIA.DAT ya existe no hace
      *          nada (RC 8), para no pisar una historia convertida.
      *          Cuadra registros leidos contra grabados (RC 8 si no
      *          casan).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIA-CONVERSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGUA-FILE ASSIGN TO "EMPLOYEE_HISTORIA_80.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLAVE
               FILE STATUS IS WS-ANTIGUA-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "EMPLOYEE_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGUA-FILE.
       01  ANTIGUA-RECORD.
           05  ANT-CLAVE.
               10  ANT-EMP-ID PIC 9(6).
               10  ANT-SECUENCIA PIC 9(4).
           05  ANT-FECHA PIC 9(8).
           05  ANT-HORA PIC 9(8).
           05  ANT-OPERADOR PIC X(20).
           05  ANT-ACCION PIC X(6).
           05  ANT-IMAGEN-ANTES PIC X(80).
           05  ANT-IMAGEN-DESPUES PIC X(80).

       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HIS-CLAVE.
               10  HIS-EMP-ID PIC 9(6).
               10  HIS-SECUENCIA PIC 9(4).
           05  HIS-FECHA PIC 9(8).
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-ANTIGUA-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-EOF-ANTIGUA PIC X VALUE "N".
           88  FIN-ANTIGUA VALUE "Y".
       01  WS-CONT-LEIDOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-GRABADOS PIC 9(7) VALUE ZERO.

      *    UNA IMAGEN DE EMPLEADO CON EL FORMATO EMPREC ACTUAL
       COPY EMPREC.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "HISTORIA-CONVERSION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REORG".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE "EMPLOYEE_HISTORIA".
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "HISTORIA-CONVERSION".

      *    UNA HISTORIA YA EXISTENTE ES UNA YA CONVERTIDA O UNA EN USO:
      *    NO SE ESTRENA ENCIMA
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
               CLOSE HISTORIA-FILE
               DISPLAY "EMPLOYEE_HISTORIA.DAT YA EXISTE: RENOMBRELO A "
                   "EMPLOYEE_HISTORIA_80.DAT ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ANTIGUA-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "EMPLOYEE_HISTORIA_80.DAT" WS-ANTIGUA-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HISTORIA-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "EMPLOYEE_HISTORIA.DAT" WS-HISTORIA-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE ANTIGUA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LEE-ANTIGUA
           PERFORM UNTIL FIN-ANTIGUA
               ADD 1 TO WS-CONT-LEIDOS
               PERFORM CONVIERTE-REGISTRO
               PERFORM LEE-ANTIGUA
           END-PERFORM

           CLOSE ANTIGUA-FILE
           CLOSE HISTORIA-FILE

           DISPLAY "CONVERSION DE LA HISTORIA. LEIDOS=" WS-CONT-LEIDOS
               " GRABADOS=" WS-CONT-GRABADOS
           IF WS-CONT-GRABADOS NOT = WS-CONT-LEIDOS
               DISPLAY "ERROR: NO SE HAN GRABADO TODOS LOS REGISTROS"
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           STRING "CONVERSION HISTORIA A 110 LEIDOS=" WS-CONT-LEIDOS
               " GRABADOS=" WS-CONT-GRABADOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-ANTIGUA.
           READ ANTIGUA-FILE NEXT RECORD
               AT END
                   SET FIN-ANTIGUA TO TRUE
           END-READ.

       CONVIERTE-REGISTRO.
           MOVE ANT-CLAVE TO HIS-CLAVE
           MOVE ANT-FECHA TO HIS-FECHA
           MOVE ANT-HORA TO HIS-HORA
           MOVE ANT-OPERADOR TO HIS-OPERADOR
           MOVE ANT-ACCION TO HIS-ACCION

           MOVE SPACES TO HIS-IMAGEN-ANTES
           IF ANT-IMAGEN-ANTES NOT = SPACES
               MOVE ANT-IMAGEN-ANTES TO EMPLOYEE-RECORD
               MOVE ZERO TO EMP-JEFE-ID
               MOVE EMPLOYEE-RECORD TO HIS-IMAGEN-ANTES
           END-IF

      *    LA POSTERIOR DE UNA BAJA ES EL CALCULO DEL FINIQUITO
           MOVE ANT-IMAGEN-DESPUES TO HIS-IMAGEN-DESPUES
           IF ANT-IMAGEN-DESPUES NOT = SPACES
                   AND ANT-ACCION NOT = "BAJA  "
               MOVE ANT-IMAGEN-DESPUES TO EMPLOYEE-RECORD
               MOVE ZERO TO EMP-JEFE-ID
               MOVE EMPLOYEE-RECORD TO HIS-IMAGEN-DESPUES
           END-IF

           WRITE HISTORIA-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN LA HISTORIA: "
                       ANT-EMP-ID "/" ANT-SECUENCIA
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRABADOS
           END-WRITE.

       END PROGRAM HISTORIA-CONVERSION.
