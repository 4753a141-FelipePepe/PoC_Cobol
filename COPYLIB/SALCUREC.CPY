      ******************************************************************
      * SALCUREC - saldos diarios del mayor por cuenta
      * SALDOS_CUENTAS.DAT, indexado por fecha de proceso, periodo
      * contable y cuenta. INTERFAZ-CONTABLE graba cada noche el debe
      * y el haber que ha mandado a ASIENTOS_CONTABLES.DAT para cada
      * cuenta (un relanzamiento del mismo dia sustituye lo del dia).
      * El periodo es el mes natural del proceso, salvo los ajustes
      * del ejercicio capturados con el periodo 13 abierto, que
      * llevan AAAA13. De aqui saca los reales INFORME-PRESUP-CTAS.
      ******************************************************************
       01  SALDO-CUENTA-RECORD.
           05  SAL-CLAVE.
               10  SAL-FECHA PIC 9(8).
               10  SAL-PERIODO PIC 9(6).
               10  SAL-CUENTA PIC X(10).
           05  SAL-DEBE PIC 9(9)V99.
           05  SAL-HABER PIC 9(9)V99.
           05  SAL-CONT-APUNTES PIC 9(6).
