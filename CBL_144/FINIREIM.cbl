      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reimpresion de la hoja de liquidacion final de un
      *          empleado dado de baja, para cuando el finiquito se
      *          discute despues. Busca en EMPLOYEE_HISTORIA.DAT los
      *          registros BAJA del empleado: la imagen anterior es el
      *          registro del maestro y la posterior el calculo que
      *          hizo FINIQUITO (COPY FINIQREC) al aplicar la baja. Si
      *          FINIQUITOS.DAT aun tiene ese finiquito se toma de alli,
      *          con el estado de pago al dia. La hoja sale marcada como
      *          duplicado en FINIQUITOS_LIQUIDACION.TXT por la misma
      *          rutina FINIQUITO, sin recalcular importes. Cada
      *          reimpresion queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO-REIMPRIME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "EMPLOYEE_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT FINIQUITOS-FILE ASSIGN TO "FINIQUITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIQ-CLAVE
               FILE STATUS IS WS-FINIQUITOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FINIQUITOS-FILE.
       COPY FINIQREC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-FINIQUITOS-STATUS PIC XX.
       01  WS-EOF-HISTORIA PIC X.
           88  FIN-HISTORIA VALUE "Y".
       01  WS-HAY-FINIQUITOS PIC X VALUE "N".
           88  HAY-FINIQUITOS VALUE "Y".

       COPY EMPREC.

       01  WS-EMP-ID PIC 9(6).
       01  WS-CONT-BAJAS PIC 99 VALUE ZERO.
       01  WS-RESPUESTA PIC X.
           88  RESPUESTA-SI VALUE "S" "s".
       01  WS-FECHA-NULA PIC 9(8) VALUE ZERO.
       01  WS-SEVERIDAD PIC 9.
       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "FINIQUITO-REIMPRIME".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "BAJA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "FINIQUITO-REIMPRIME".

           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_HISTORIA.DAT NO DISPONIBLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FINIQUITOS-FILE
           IF WS-FINIQUITOS-STATUS = "00"
               SET HAY-FINIQUITOS TO TRUE
           END-IF

           DISPLAY "EMPLEADO-ID DADO DE BAJA: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           MOVE WS-EMP-ID TO WS-AUDIT-CLAVE

           MOVE "N" TO WS-EOF-HISTORIA
           MOVE WS-EMP-ID TO HIS-EMP-ID
           MOVE ZERO TO HIS-SECUENCIA
           START HISTORIA-FILE KEY IS >= HIS-CLAVE
               INVALID KEY
                   SET FIN-HISTORIA TO TRUE
           END-START
           PERFORM UNTIL FIN-HISTORIA
               READ HISTORIA-FILE NEXT RECORD
                   AT END
                       SET FIN-HISTORIA TO TRUE
                   NOT AT END
                       IF HIS-EMP-ID NOT = WS-EMP-ID
                           SET FIN-HISTORIA TO TRUE
                       ELSE
                           IF HIS-ACCION = "BAJA"
                                   AND HIS-IMAGEN-DESPUES NOT = SPACES
                               PERFORM OFRECE-FINIQUITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-BAJAS = ZERO
               DISPLAY "NO HAY FINIQUITO REGISTRADO PARA " WS-EMP-ID
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           CLOSE HISTORIA-FILE
           IF HAY-FINIQUITOS
               CLOSE FINIQUITOS-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    EL REGISTRO VIVO DE FINIQUITOS.DAT MANDA SOBRE LA COPIA DE
      *    LA HISTORIA, QUE SE GUARDO ANTES DE PAGARSE
       OFRECE-FINIQUITO.
           ADD 1 TO WS-CONT-BAJAS
           MOVE SPACES TO FINIQUITO-REGISTRO
           MOVE HIS-IMAGEN-DESPUES TO FINIQUITO-REGISTRO(1:80)
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE HIS-IMAGEN-ANTES TO EMPLOYEE-RECORD
           MOVE EMP-NOMBRE TO FIQ-NOMBRE
           MOVE EMP-APELLIDOS TO FIQ-APELLIDOS
           MOVE EMP-SUCURSAL TO FIQ-SUCURSAL
           MOVE EMP-CENTRO-COSTE TO FIQ-CENTRO-COSTE
           MOVE EMP-GRADO TO FIQ-GRADO
           IF HAY-FINIQUITOS
               READ FINIQUITOS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FINIQUITOS-STATUS NOT = "00"
                   MOVE HIS-IMAGEN-DESPUES TO FINIQUITO-REGISTRO(1:80)
                   MOVE EMP-NOMBRE TO FIQ-NOMBRE
                   MOVE EMP-APELLIDOS TO FIQ-APELLIDOS
                   MOVE EMP-SUCURSAL TO FIQ-SUCURSAL
                   MOVE EMP-CENTRO-COSTE TO FIQ-CENTRO-COSTE
                   MOVE EMP-GRADO TO FIQ-GRADO
               END-IF
           END-IF
           MOVE FIQ-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "BAJA DEL " FIQ-FECHA-BAJA " REGISTRADA EL "
               HIS-FECHA " FINIQUITO " WS-IMPORTE-FMT
               " ESTADO " FIQ-ESTADO
           DISPLAY "Reimprimir la hoja (S/N): " UPON CONSOLE-DEVICE
           ACCEPT WS-RESPUESTA FROM CONSOLE-DEVICE
           IF RESPUESTA-SI
               CALL "FINIQUITO" USING "R" EMPLOYEE-RECORD
                   WS-FECHA-NULA FINIQUITO-REGISTRO WS-SEVERIDAD
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "REIMPRESION FINIQUITO EMPLEADO=" FIQ-EMP-ID
                   " BAJA=" FIQ-FECHA-BAJA " TOTAL=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               DISPLAY "HOJA REIMPRESA EN FINIQUITOS_LIQUIDACION.TXT"
           END-IF.

       END PROGRAM FINIQUITO-REIMPRIME.
