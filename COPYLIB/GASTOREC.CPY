      ******************************************************************
      * GASTOREC - lineas de las hojas de gastos de los empleados
      * GASTOS_EMPLEADO.DAT, indexado por empleado, numero de hoja y
      * linea. Cada linea lleva fecha, categoria (p.ej. KILOM, DIETAS,
      * HOTEL) e importe, y el centro de coste y el grado del empleado
      * en el momento de la alta. Ciclo de vida del estado:
      *     P pendiente de aprobacion (GASTOS-MAINT la graba)
      *     A aprobada por el responsable (GASTOS-APROBACION)
      *     R rechazada por el responsable
      *     L en lote de reembolso, ya asentada (GASTOS-REEMBOLSO)
      *     G pagada en la transferencia de la nomina del periodo
      *       GAS-PERIODO-PAGO (NOMINA-CONTABLE)
      * Los limites por grado y categoria estan en GASTOS_LIMITES.DAT
      * (COPY GASLIREC).
      ******************************************************************
       01  GASTO-RECORD.
           05  GAS-CLAVE.
               10  GAS-EMP-ID PIC 9(6).
               10  GAS-HOJA PIC 9(4).
               10  GAS-LINEA PIC 9(2).
           05  GAS-FECHA-GASTO PIC 9(8).
           05  GAS-CATEGORIA PIC X(6).
           05  GAS-IMPORTE PIC 9(7)V99.
           05  GAS-DESCRIPCION PIC X(30).
           05  GAS-CENTRO-COSTE PIC X(6).
           05  GAS-GRADO PIC X(2).
           05  GAS-ESTADO PIC X.
               88  GAS-ES-PENDIENTE VALUE "P".
               88  GAS-ES-APROBADA VALUE "A".
               88  GAS-ES-RECHAZADA VALUE "R".
               88  GAS-ES-EN-LOTE VALUE "L".
               88  GAS-ES-PAGADA VALUE "G".
           05  GAS-APROBADOR PIC 9(6).
           05  GAS-FECHA-APROBACION PIC 9(8).
           05  GAS-FECHA-LOTE PIC 9(8).
           05  GAS-PERIODO-PAGO PIC 9(6).
           05  GAS-FECHA-ACTUALIZACION PIC 9(8).
