      ******************************************************************
      * RESUCREC - cuenta de resultados mensual por sucursal
      * RESULTADOS_SUCURSAL.DAT, indexado por periodo (AAAAMM) y
      * sucursal. Lo graba RESULTADO-SUCURSAL al emitir el mes (una
      * nueva emision del mismo periodo lo sustituye) y de aqui saca
      * la columna del mismo mes del ano anterior, porque la nomina
      * calculada y la provision solo guardan el ultimo mes.
      * Ingresos: comisiones, intereses ordinarios facturados y
      * demora facturada. Costes: dotacion neta a la provision del
      * mes (negativa si se libera), coste de personal (bruto mas
      * seguridad social de la empresa) y reparto de servicios
      * centrales segun las claves de la tarjeta de control.
      ******************************************************************
       01  RESULTADO-SUCURSAL-RECORD.
           05  RSU-CLAVE.
               10  RSU-PERIODO PIC 9(6).
               10  RSU-SUCURSAL PIC X(4).
           05  RSU-COMISIONES PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-INTERESES PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-DEMORA PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-PROVISIONES PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-PERSONAL PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-CENTRALES PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-RESULTADO PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05  RSU-EMPLEADOS PIC 9(5).
           05  RSU-FECHA-EMISION PIC 9(8).
