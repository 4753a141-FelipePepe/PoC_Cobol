      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso batch de la consulta del mayor por cuenta,
      *          gobernado por tarjeta de control como INFORME-GENERAL.
      *          Lee MAYOR_CONTROL.DAT:
      *              DESDE=AAAAMMDD  (por defecto, dia 1 del mes de la
      *                               fecha de proceso)
      *              HASTA=AAAAMMDD  (por defecto, la fecha de proceso)
      *              CUENTA=xxxxxxxxxx  (una linea por cuenta, con el
      *                               rango vigente en ese momento)
      *          y por cada cuenta llama a MAYOR-CUENTA (CBL_161), que
      *          imprime su mayor con saldo corrido en
      *          INFORME_MAYOR_CUENTA.TXT, una cuenta por pagina. La
      *          consulta en pantalla es CONSULTA-MAYOR, desde la
      *          consola de operaciones. Termina con RC 4 si no hay
      *          tarjeta o cuentas, o alguna cuenta sale con avisos, y
      *          con RC 8 si alguna linea de la tarjeta no es valida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR-CUENTA-LOTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MAYOR_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DESDE PIC 9(8).
       01  WS-HASTA PIC 9(8).
       01  WS-CUENTA PIC X(10).
       01  WS-MODO PIC X VALUE "N".
       01  WS-CONT-APUNTES PIC 9(6).
       01  WS-SEVERIDAD PIC 9.
       01  WS-CONT-CUENTAS PIC 9(4) VALUE ZERO.
       01  WS-TOT-APUNTES PIC 9(7) VALUE ZERO.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "MAYOR-CUENTA-LOTE".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           MOVE WS-FECHA-PROCESO TO WS-DESDE WS-HASTA
           MOVE "01" TO WS-DESDE(7:2)

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "MAYOR_CONTROL.DAT NO DISPONIBLE, SIN CUENTAS "
                   "QUE CONSULTAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               PERFORM TRATA-TARJETA
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE CONTROL-FILE

           IF WS-CONT-CUENTAS = ZERO
               DISPLAY "LA TARJETA NO TRAE NINGUNA CUENTA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "MAYOR POR CUENTA: CUENTAS=" WS-CONT-CUENTAS
               " APUNTES=" WS-TOT-APUNTES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-LINEA-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       TRATA-TARJETA.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:6) = "DESDE="
                   IF CONTROL-RECORD(7:8) NUMERIC
                       MOVE CONTROL-RECORD(7:8) TO WS-DESDE
                   ELSE
                       PERFORM LINEA-NO-VALIDA
                   END-IF
               WHEN CONTROL-RECORD(1:6) = "HASTA="
                   IF CONTROL-RECORD(7:8) NUMERIC
                       MOVE CONTROL-RECORD(7:8) TO WS-HASTA
                   ELSE
                       PERFORM LINEA-NO-VALIDA
                   END-IF
               WHEN CONTROL-RECORD(1:7) = "CUENTA="
                   MOVE CONTROL-RECORD(8:10) TO WS-CUENTA
                   PERFORM LISTA-CUENTA
               WHEN CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM LINEA-NO-VALIDA
           END-EVALUATE.

       LISTA-CUENTA.
           CALL "MAYOR-CUENTA" USING WS-MODO WS-CUENTA WS-DESDE
               WS-HASTA WS-CONT-APUNTES WS-SEVERIDAD
           IF WS-SEVERIDAD = 8
               DISPLAY "CUENTA O FECHAS NO VALIDAS: " WS-CUENTA
                   " DESDE " WS-DESDE " HASTA " WS-HASTA
               MOVE 8 TO WS-RETURN-CODE
           ELSE
      *        LA PRIMERA CUENTA EMPIEZA EL INFORME; LAS DEMAS SE
      *        ANADEN EN PAGINA NUEVA
               MOVE "L" TO WS-MODO
               ADD 1 TO WS-CONT-CUENTAS
               ADD WS-CONT-APUNTES TO WS-TOT-APUNTES
               DISPLAY "CUENTA " WS-CUENTA ": " WS-CONT-APUNTES
                   " APUNTES"
               IF WS-SEVERIDAD > WS-RETURN-CODE
                   MOVE WS-SEVERIDAD TO WS-RETURN-CODE
               END-IF
           END-IF.

       LINEA-NO-VALIDA.
           DISPLAY "LINEA DE TARJETA NO VALIDA: " CONTROL-RECORD
           MOVE 8 TO WS-RETURN-CODE.

       END PROGRAM MAYOR-CUENTA-LOTE.
