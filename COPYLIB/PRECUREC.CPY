      ******************************************************************
      * PRECUREC - presupuesto contable por cuenta del mayor
      * PRESUPUESTO_CUENTAS.DAT, indexado por cuenta (CTA-CUENTA de
      * CUENTAS.DAT) y ejercicio. Un importe por cada mes natural,
      * con el mismo signo que el neto del balance de sumas (debe
      * menos haber: los gastos y activos en positivo, los ingresos
      * en negativo). El periodo 13 de ajuste no se presupuesta. Lo
      * mantiene o carga desde el fichero de finanzas
      * PRESUP-CUENTAS-MAINT y lo compara con los reales de
      * SALDOS_CUENTAS.DAT INFORME-PRESUP-CTAS.
      ******************************************************************
       01  PRESUPUESTO-CUENTA-RECORD.
           05  PCU-CLAVE.
               10  PCU-CUENTA PIC X(10).
               10  PCU-EJERCICIO PIC 9(4).
           05  PCU-IMPORTE-MES PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                   OCCURS 12 TIMES.
           05  PCU-FECHA-ACTUALIZACION PIC 9(8).
