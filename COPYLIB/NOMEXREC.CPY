      ******************************************************************
      * NOMEXREC - extracto mensual de nomina NOMINA_EXTRACTO.DAT,
      * una linea por empleado con grado valido. Lo corta
      * NOMINA-EXTRACTO desde EMPLOYEE_MASTER.DAT y
      * GRADOS_SALARIALES.DAT y lo consume NOMINA-CALCULO para el
      * calculo de bruto a neto. NOM-SALARIO-BASE es el salario base
      * mensual del grado; NOM-CENTRO-COSTE es el EMP-CENTRO-COSTE
      * que paga al empleado.
      ******************************************************************
       01  NOMINA-RECORD.
           05  NOM-EMP-ID PIC 9(6).
           05  NOM-NOMBRE PIC X(15).
           05  NOM-APELLIDOS PIC X(20).
           05  NOM-SUCURSAL PIC X(4).
           05  NOM-GRADO PIC X(2).
           05  NOM-SALARIO-BASE PIC 9(7)V99.
           05  NOM-FECHA-CORTE PIC 9(8).
           05  NOM-CENTRO-COSTE PIC X(6).
