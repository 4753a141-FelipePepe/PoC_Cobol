      ******************************************************************
      * SUCURREC - maestro de sucursales SUCURSALES.DAT (una linea por
      * sucursal, campos separados por un blanco para que siga siendo
      * legible). Lo mantiene SUCURSALES-MAINT; lo leen la edicion de
      * transacciones, el ensayo de la cadena, EMPLOYEE-MAINT y los
      * informes por sucursal. SUC-HORA-CORTE (HHMM; blanco o cero =
      * sin corte) la aplica EDITA-TRANSACCIONES. SUC-FECHA-APERTURA y
      * SUC-FECHA-CIERRE (AAAAMMDD) delimitan la vida de la sucursal;
      * cierre cero o en blanco es una sucursal abierta. Una sucursal
      * cerrada no se borra: su codigo sigue en el maestro para los
      * informes historicos, y si se cerro absorbida por otra,
      * SUC-ABSORBENTE dice cual. Despues de su fecha de cierre la
      * edicion rechaza las transacciones con su codigo. Los campos
      * nuevos van al final: las lineas antiguas, mas cortas, se leen
      * con ellos en blanco.
      ******************************************************************
       01  SUCURSAL-RECORD.
           05  SUC-CODIGO PIC X(4).
           05  FILLER PIC X.
           05  SUC-NOMBRE PIC X(20).
           05  FILLER PIC X.
           05  SUC-HORA-CORTE PIC X(4).
           05  FILLER PIC X.
           05  SUC-FECHA-APERTURA PIC 9(8).
           05  FILLER PIC X.
           05  SUC-FECHA-CIERRE PIC 9(8).
           05  FILLER PIC X.
           05  SUC-ABSORBENTE PIC X(4).
