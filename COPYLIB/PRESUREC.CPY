      ******************************************************************
      * PRESUREC - presupuesto aprobado de plantilla
      * PRESUPUESTO_PLANTILLA.DAT, indexado por centro de coste y
      * grado salarial. Cada linea dice cuantas plazas tiene
      * aprobadas el centro en ese grado y el coste salarial mensual
      * presupuestado para ellas. Lo mantiene PRESUPUESTO-MAINT, lo
      * compara con la realidad INFORME-PRESUPUESTO y EMPLOYEE-MAINT
      * avisa en el alta si el centro se pasa de plazas.
      ******************************************************************
       01  PRESUPUESTO-RECORD.
           05  PRS-CLAVE.
               10  PRS-CENTRO-COSTE PIC X(6).
               10  PRS-GRADO PIC X(2).
           05  PRS-PLAZAS PIC 9(4).
           05  PRS-SALARIO-MENSUAL PIC 9(9)V99.
           05  PRS-FECHA-ACTUALIZACION PIC 9(8).
