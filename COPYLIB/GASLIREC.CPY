      ******************************************************************
      * GASLIREC - limites de gasto por grado salarial y categoria
      * GASTOS_LIMITES.DAT. GLI-LIMITE es el importe maximo que una
      * hoja de gastos puede sumar en la categoria para un empleado
      * del grado; una categoria sin limite para el grado no se admite
      * en sus hojas. Lo mantiene GASTOS-MAINT y lo aplica
      * GASTOS-APROBACION, que no deja aprobar una hoja que lo supere.
      ******************************************************************
       01  GASTO-LIMITE-RECORD.
           05  GLI-CLAVE.
               10  GLI-GRADO PIC X(2).
               10  GLI-CATEGORIA PIC X(6).
           05  GLI-DESCRIPCION PIC X(30).
           05  GLI-LIMITE PIC 9(7)V99.
           05  GLI-FECHA-ACTUALIZACION PIC 9(8).
