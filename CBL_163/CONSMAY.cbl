      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta en pantalla del mayor de una cuenta con saldo
      *          corrido, desde la consola de operaciones. Pide la
      *          cuenta y el rango de fechas (en blanco: desde el dia
      *          1 del mes de la fecha de proceso hasta la fecha de
      *          proceso) y muestra cada apunte con su saldo corrido
      *          llamando a MAYOR-CUENTA (CBL_161) en modo consola,
      *          la misma rutina que imprime el paso batch
      *          MAYOR-CUENTA-LOTE. Repite hasta que la cuenta se deja
      *          en blanco. Cada consulta queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-MAYOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-CUENTA PIC X(10).
       01  WS-FECHA-TEXTO PIC X(8).
       01  WS-DESDE PIC 9(8).
       01  WS-HASTA PIC 9(8).
       01  WS-CONT-APUNTES PIC 9(6).
       01  WS-SEVERIDAD PIC 9.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CONSULTA-MAYOR".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CONSULTA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CONSULTA-MAYOR".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM PIDE-CUENTA
           PERFORM UNTIL WS-CUENTA = SPACES
               PERFORM CONSULTA-CUENTA
               PERFORM PIDE-CUENTA
           END-PERFORM.

           GOBACK.

       PIDE-CUENTA.
           DISPLAY "Cuenta (blanco para salir): " UPON CONSOLE-DEVICE
           ACCEPT WS-CUENTA FROM CONSOLE-DEVICE
           IF WS-CUENTA NOT = SPACES
               MOVE WS-FECHA-PROCESO TO WS-DESDE WS-HASTA
               MOVE "01" TO WS-DESDE(7:2)
               DISPLAY "Desde (AAAAMMDD, blanco = " WS-DESDE "): "
                   UPON CONSOLE-DEVICE
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO FROM CONSOLE-DEVICE
               IF WS-FECHA-TEXTO NUMERIC
                   MOVE WS-FECHA-TEXTO TO WS-DESDE
               END-IF
               DISPLAY "Hasta (AAAAMMDD, blanco = " WS-HASTA "): "
                   UPON CONSOLE-DEVICE
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO FROM CONSOLE-DEVICE
               IF WS-FECHA-TEXTO NUMERIC
                   MOVE WS-FECHA-TEXTO TO WS-HASTA
               END-IF
           END-IF.

       CONSULTA-CUENTA.
           CALL "MAYOR-CUENTA" USING "C" WS-CUENTA WS-DESDE WS-HASTA
               WS-CONT-APUNTES WS-SEVERIDAD
           IF WS-SEVERIDAD = 8
               DISPLAY "FECHAS NO VALIDAS: DESDE " WS-DESDE
                   " HASTA " WS-HASTA
           END-IF

           MOVE WS-CUENTA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "MAYOR CUENTA=" WS-CUENTA " DESDE=" WS-DESDE
               " HASTA=" WS-HASTA " APUNTES=" WS-CONT-APUNTES
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM CONSULTA-MAYOR.
