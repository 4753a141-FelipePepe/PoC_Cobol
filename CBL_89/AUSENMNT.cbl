      *          EMP-ID los derechos anuales AUSENCIAS_DERECHOS.DAT
      *          (empleado y ano, dias de derecho), registra las
      *          ausencias AUSENCIAS_MOV.DAT (tipo VA vacaciones /
      *          EN enfermedad / OT otras / SR permiso sin
      *          retribuir, que NOMINA-CALCULO descuenta del salario
      *          del mes; fechas desde/hasta
      *          validadas con FECHAVAL) y ofrece la consulta de
      *          saldo por empleado (derecho del ano menos dias de
      *          vacaciones tomados). El empleado debe existir en el
      *          mismo EMPLOYEE_MASTER.DAT que mantiene
      *          EMPLOYEE-MAINT; el resumen mensual por sucursal lo
      *          imprime AUSENCIAS-RESUMEN (CBL_90).
      *          El registro de derechos (COPY DEREREC) lleva ademas
      *          el arrastre del ano anterior que deja el cierre anual
      *          VACACIONES-CIERRE (CBL_142); el saldo lo suma mientras
      *          no pase su fecha de caducidad y despues solo cuenta
      *          la parte disfrutada antes de esa fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  DERECHOS-FILE.
       COPY DEREREC.

       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-RECORD.
               88  MOV-VACACIONES VALUE "VA".
               88  MOV-ENFERMEDAD VALUE "EN".
               88  MOV-OTRAS VALUE "OT".
               88  MOV-SIN-RETRIBUIR VALUE "SR".
           05  MOV-DESDE PIC 9(8).
           05  MOV-HASTA PIC 9(8).
           05  MOV-DIAS PIC 9(3).
       01  WS-ANO PIC 9(4).
       01  WS-DIAS PIC 9(3).
       01  WS-TIPO PIC X(2).
           88  TIPO-VALIDO VALUE "VA" "EN" "OT" "SR".
       01  WS-DESDE PIC 9(8).
       01  WS-HASTA PIC 9(8).
       01  WS-DIAS-MOV PIC 9(5).
           88  EMPLEADO-OK VALUE "Y".

       01  WS-DIAS-TOMADOS PIC 9(5).
       01  WS-DIAS-ARRASTRE PIC 9(3).
       01  WS-FECHA-CADUCIDAD PIC 9(8).
       01  WS-TOMADOS-EN-PLAZO PIC 9(5).
       01  WS-SALDO PIC S9(5).
       01  WS-FECHA-PROCESO PIC 9(8).

           MOVE WS-EMP-ID TO DER-EMP-ID
           MOVE WS-ANO TO DER-ANO
           READ DERECHOS-FILE
               INVALID KEY
                   INITIALIZE DERECHO-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
           END-READ
           IF NOT EMPLEADO-OK
               GO TO PROCESA-MOVIMIENTO-FIN
           END-IF
           DISPLAY "Tipo (VA vacaciones, EN enfermedad, OT otras, "
               "SR sin retribuir): " UPON CONSOLE-DEVICE
           ACCEPT WS-TIPO FROM CONSOLE-DEVICE
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO NO VALIDO"
           END-IF

           MOVE ZERO TO WS-DIAS
           MOVE ZERO TO WS-DIAS-ARRASTRE
           MOVE ZERO TO WS-FECHA-CADUCIDAD
           MOVE WS-EMP-ID TO DER-EMP-ID
           MOVE WS-ANO TO DER-ANO
           READ DERECHOS-FILE
                       " EN " WS-ANO
               NOT INVALID KEY
                   MOVE DER-DIAS TO WS-DIAS
                   MOVE DER-FECHA-CADUCIDAD TO WS-FECHA-CADUCIDAD
                   IF DER-ARRASTRE-VENCIDO
                       COMPUTE WS-DIAS-ARRASTRE =
                           DER-DIAS-ARRASTRE - DER-DIAS-CADUCADOS
                   ELSE
                       MOVE DER-DIAS-ARRASTRE TO WS-DIAS-ARRASTRE
                   END-IF
           END-READ

      *    DIAS DE VACACIONES TOMADOS EN EL ANO: SOLO EL TIPO VA
      *    DESCUENTA DEL DERECHO
           MOVE ZERO TO WS-DIAS-TOMADOS
           MOVE ZERO TO WS-TOMADOS-EN-PLAZO
           MOVE "N" TO WS-EOF-MOVIMIENTOS
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS = "00"
                           AND MOV-VACACIONES
                           AND MOV-DESDE(1:4) = WS-ANO
                       ADD MOV-DIAS TO WS-DIAS-TOMADOS
                       IF MOV-DESDE NOT > WS-FECHA-CADUCIDAD
                           ADD MOV-DIAS TO WS-TOMADOS-EN-PLAZO
                       END-IF
                   END-IF
                   PERFORM LEE-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF

      *    PASADA LA FECHA DE CADUCIDAD SOLO VALE EL ARRASTRE QUE SE
      *    DISFRUTO ANTES, AUNQUE EL CIERRE AUN NO LO HAYA VENCIDO
           IF WS-FECHA-CADUCIDAD > ZERO
                   AND WS-FECHA-CADUCIDAD < WS-FECHA-PROCESO
                   AND WS-TOMADOS-EN-PLAZO < WS-DIAS-ARRASTRE
               MOVE WS-TOMADOS-EN-PLAZO TO WS-DIAS-ARRASTRE
           END-IF
           COMPUTE WS-SALDO =
               WS-DIAS + WS-DIAS-ARRASTRE - WS-DIAS-TOMADOS
           DISPLAY "SALDO " WS-ANO " DEL EMPLEADO " WS-EMP-ID
               ": DERECHO=" WS-DIAS
               " ARRASTRE=" WS-DIAS-ARRASTRE
               " TOMADOS=" WS-DIAS-TOMADOS
               " SALDO=" WS-SALDO
           IF WS-FECHA-CADUCIDAD > ZERO
                   AND WS-FECHA-CADUCIDAD NOT < WS-FECHA-PROCESO
               DISPLAY "EL ARRASTRE CADUCA SI NO SE DISFRUTA ANTES DEL "
                   WS-FECHA-CADUCIDAD
           END-IF.

       PROCESA-SALDO-FIN.
           EXIT.
