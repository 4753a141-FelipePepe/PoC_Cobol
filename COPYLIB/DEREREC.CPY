      ******************************************************************
      * DEREREC - derechos anuales de vacaciones AUSENCIAS_DERECHOS.DAT,
      * indexado por empleado y ano. DER-DIAS es el derecho del ano que
      * fija AUSENCIAS-MAINT; el resto lo mantiene el cierre anual
      * VACACIONES-CIERRE: los dias que se arrastran del ano anterior
      * y la fecha hasta la que se pueden disfrutar, los que caducaron
      * sin usar pasada esa fecha y, al cerrar el ano, los dias que
      * pasaron al ano siguiente y los que se perdieron por encima del
      * maximo de arrastre. Los dias de vacaciones (tipo VA) tomados en
      * el ano consumen primero el arrastre.
      ******************************************************************
       01  DERECHO-RECORD.
           05  DER-CLAVE.
               10  DER-EMP-ID PIC 9(6).
               10  DER-ANO PIC 9(4).
           05  DER-DIAS PIC 9(3).
           05  DER-FECHA-ACTUALIZACION PIC 9(8).
           05  DER-DIAS-ARRASTRE PIC 9(3).
           05  DER-FECHA-CADUCIDAD PIC 9(8).
           05  DER-ESTADO-ARRASTRE PIC X.
               88  DER-ARRASTRE-VIGENTE VALUE SPACE.
               88  DER-ARRASTRE-VENCIDO VALUE "V".
           05  DER-DIAS-CADUCADOS PIC 9(3).
           05  DER-ESTADO-CIERRE PIC X.
               88  DER-ANO-ABIERTO VALUE SPACE.
               88  DER-ANO-CERRADO VALUE "C".
           05  DER-DIAS-ARRASTRADOS PIC 9(3).
           05  DER-DIAS-PERDIDOS PIC 9(3).
