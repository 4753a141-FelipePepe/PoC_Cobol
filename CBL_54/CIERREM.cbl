      *          abre automaticamente el siguiente en
      *          PERIODO_ACTUAL.DAT, de modo que "cuantas divisiones
      *          procesamos en julio" deje de ser una pregunta sin
      *          historia que la respalde. Al abrir el periodo
      *          siguiente arrastra los saldos del mayor por cuenta
      *          (ARRASTRE-SALDOS, SALDOS_APERTURA.DAT) como apertura
      *          del periodo nuevo para la consulta del mayor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-CONT-ARRASTRE PIC 9(5).
       01  WS-SEVERIDAD-ARRASTRE PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               "ABIERTO " WS-PERIODO-SIGUIENTE

           MOVE ZERO TO RETURN-CODE
           CALL "ARRASTRE-SALDOS" USING WS-PERIODO
               WS-PERIODO-SIGUIENTE WS-CONT-ARRASTRE
               WS-SEVERIDAD-ARRASTRE
           IF WS-SEVERIDAD-ARRASTRE = ZERO
               DISPLAY "SALDOS DEL MAYOR ARRASTRADOS A "
                   WS-PERIODO-SIGUIENTE ": " WS-CONT-ARRASTRE
                   " CUENTAS"
           ELSE
               DISPLAY "AVISO: ARRASTRE DE SALDOS DEL MAYOR "
                   "INCOMPLETO, SEVERIDAD " WS-SEVERIDAD-ARRASTRE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEE-PERIODO-ACTUAL.
