      ******************************************************************
      * GRHISREC - historia fechada de grados salariales
      * GRADOS_HISTORIA.DAT, indexada por empleado y fecha de efecto.
      * EMPLOYEE-MAINT graba una entrada por cada cambio de EMP-GRADO
      * con la fecha desde la que rige, que puede ser anterior a la
      * fecha en que se teclea. NOMINA-CALCULO paga en la siguiente
      * nomina los atrasos de los meses ya pagados con el grado
      * anterior y anota en GHI-PERIODO-ATRASOS el periodo en que los
      * pago (cero mientras estan pendientes).
      ******************************************************************
       01  GRADO-HISTORIA-REGISTRO.
           05  GHI-CLAVE.
               10  GHI-EMP-ID PIC 9(6).
               10  GHI-FECHA-EFECTO PIC 9(8).
           05  GHI-GRADO-ANTERIOR PIC X(2).
           05  GHI-GRADO-NUEVO PIC X(2).
           05  GHI-FECHA-REGISTRO PIC 9(8).
           05  GHI-OPERADOR PIC X(10).
           05  GHI-PERIODO-ATRASOS PIC 9(6).
               88  GHI-ATRASOS-PENDIENTES VALUE ZERO.
