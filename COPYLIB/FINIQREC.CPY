      ******************************************************************
      * FINIQREC - liquidacion final (finiquito) de un empleado dado de
      * baja, FINIQUITOS.DAT indexado por empleado y fecha de baja. La
      * calcula la rutina FINIQUITO cuando BAJAS-APROBACION aplica la
      * baja: salario del mes de la baja hasta el dia de baja (a 30
      * dias; si la nomina de ese mes ya se calculo, en negativo por
      * los dias no trabajados) y vacaciones devengadas y no
      * disfrutadas a salario base / 30 por dia (en negativo si tomo
      * de mas). NOMINA-CALCULO paga los pendientes en la siguiente
      * nomina y anota el periodo. Los primeros 80 bytes (FIQ-CLAVE y
      * FIQ-CALCULO) se guardan ademas como imagen posterior del
      * registro BAJA de EMPLOYEE_HISTORIA.DAT, de donde se reimprime.
      ******************************************************************
       01  FINIQUITO-REGISTRO.
           05  FIQ-CLAVE.
               10  FIQ-EMP-ID PIC 9(6).
               10  FIQ-FECHA-BAJA PIC 9(8).
           05  FIQ-CALCULO.
               10  FIQ-FECHA-CALCULO PIC 9(8).
               10  FIQ-SALARIO-BASE PIC 9(7)V99.
               10  FIQ-DIAS-MES PIC 99.
               10  FIQ-IMPORTE-SALARIO PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               10  FIQ-MES-PAGADO PIC X.
                   88  FIQ-MES-YA-PAGADO VALUE "S".
               10  FIQ-DIAS-VACACIONES PIC S9(3)
                   SIGN IS TRAILING SEPARATE.
               10  FIQ-IMPORTE-VACACIONES PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               10  FIQ-TOTAL PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               10  FIQ-PERIODO-NOMINA PIC 9(6).
               10  FIQ-ESTADO PIC X.
                   88  FIQ-PENDIENTE VALUE "P".
                   88  FIQ-LIQUIDADO VALUE "L".
                   88  FIQ-A-RECUPERAR VALUE "R".
               10  FILLER PIC X(5).
           05  FIQ-EMPLEADO.
               10  FIQ-NOMBRE PIC X(15).
               10  FIQ-APELLIDOS PIC X(20).
               10  FIQ-SUCURSAL PIC X(4).
               10  FIQ-CENTRO-COSTE PIC X(6).
               10  FIQ-GRADO PIC X(2).
               10  FIQ-CUENTA-ABONO PIC X(24).
