      ******************************************************************
      * NOMASREC - apuntes contables de la nomina NOMINA_ASIENTOS.DAT.
      * Los graba NOMINA-CONTABLE por centro de coste a partir de
      * NOMINA_CALCULADA.DAT (gasto de salarios y de seguridad social
      * de la empresa al debe; retenciones, seguridad social a pagar y
      * liquido a pagar al haber) y los recoge INTERFAZ-CONTABLE en
      * ASIENTOS_CONTABLES.DAT el dia de su fecha. El asiento de cada
      * centro de coste cuadra por si mismo.
      ******************************************************************
       01  NOMINA-ASIENTO-REGISTRO.
           05  NAS-FECHA PIC 9(8).
           05  NAS-CUENTA PIC X(10).
           05  NAS-LADO PIC X.
           05  NAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  NAS-CENTRO-COSTE PIC X(6).
           05  NAS-PERIODO PIC 9(6).
