      ******************************************************************
      * NOMICREC - nomina calculada del mes NOMINA_CALCULADA.DAT, una
      * linea por empleado. La graba NOMINA-CALCULO a partir de
      * NOMINA_EXTRACTO.DAT: devengado bruto (salario base menos el
      * descuento por ausencias sin retribuir), cuotas de seguridad
      * social del trabajador y de la empresa, retencion del impuesto
      * segun TRAMOS_RETENCION.DAT y liquido a percibir
      * (bruto - cuota trabajador - retencion). NMC-ATRASOS es la
      * parte del bruto que corresponde a atrasos de cambios de grado
      * con efecto en meses ya pagados (GRADOS_HISTORIA.DAT).
      * Las liquidaciones finales de FINIQUITOS.DAT que paga la nomina
      * van con NMC-TIPO "F" y llevan la cuenta de abono y el nombre
      * del empleado, que ya no esta en EMPLOYEE_MASTER.DAT.
      ******************************************************************
       01  NOMINA-CALCULADA-REGISTRO.
           05  NMC-PERIODO PIC 9(6).
           05  NMC-EMP-ID PIC 9(6).
           05  NMC-SUCURSAL PIC X(4).
           05  NMC-CENTRO-COSTE PIC X(6).
           05  NMC-GRADO PIC X(2).
           05  NMC-SALARIO-BASE PIC 9(7)V99.
           05  NMC-DIAS-SIN-RETRIBUIR PIC 9(3).
           05  NMC-DESCUENTO-AUSENCIAS PIC 9(7)V99.
           05  NMC-BRUTO PIC 9(7)V99.
           05  NMC-BASE-COTIZACION PIC 9(7)V99.
           05  NMC-SS-TRABAJADOR PIC 9(7)V99.
           05  NMC-SS-EMPRESA PIC 9(7)V99.
           05  NMC-BASE-RETENCION PIC 9(7)V99.
           05  NMC-RETENCION PIC 9(7)V99.
           05  NMC-NETO PIC 9(7)V99.
           05  NMC-ATRASOS PIC 9(7)V99.
           05  NMC-TIPO PIC X.
               88  NMC-ES-FINIQUITO VALUE "F".
           05  NMC-CUENTA-ABONO PIC X(24).
           05  NMC-NOMBRE-COMPLETO PIC X(36).
