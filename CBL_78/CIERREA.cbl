      *          el ejercicio queda bloqueado: las correcciones
      *          tardias de auditoria tienen su ventana en el 13 y no
      *          despues. Solo corre si el periodo en curso es el 13;
      *          en cualquier otro caso avisa y no toca nada. Al
      *          abrir el ano nuevo arrastra los saldos del mayor por
      *          cuenta del periodo 13 (ARRASTRE-SALDOS,
      *          SALDOS_APERTURA.DAT) como apertura de enero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.
       01  WS-CONT-ARRASTRE PIC 9(5).
       01  WS-SEVERIDAD-ARRASTRE PIC 9.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CIERRE-ANUAL".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CIERRE".

           PERFORM ABRE-ANO-NUEVO

           CALL "ARRASTRE-SALDOS" USING WS-PERIODO WS-PERIODO-NUEVO
               WS-CONT-ARRASTRE WS-SEVERIDAD-ARRASTRE
           IF WS-SEVERIDAD-ARRASTRE = ZERO
               DISPLAY "SALDOS DEL MAYOR ARRASTRADOS A "
                   WS-PERIODO-NUEVO ": " WS-CONT-ARRASTRE " CUENTAS"
           ELSE
               DISPLAY "AVISO: ARRASTRE DE SALDOS DEL MAYOR "
                   "INCOMPLETO, SEVERIDAD " WS-SEVERIDAD-ARRASTRE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           STRING "EJERCICIO " WS-EJERCICIO " CERRADO, ABIERTO "
               WS-PERIODO-NUEVO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
