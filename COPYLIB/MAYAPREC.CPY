      ******************************************************************
      * MAYAPREC - historico de apuntes del mayor MAYOR_APUNTES.DAT.
      * INTERFAZ-CONTABLE copia aqui cada apunte de detalle que graba
      * en ASIENTOS_CONTABLES.DAT (que se regenera en cada corrida),
      * numerado dentro de la fecha de proceso; un relanzamiento del
      * mismo dia sustituye los apuntes del dia. La clave alternativa
      * repite cuenta, fecha y numero para que la consulta del mayor
      * de una cuenta (MAYOR-CUENTA) los lea en orden de fecha. El
      * periodo es el mismo con que el apunte cuenta en
      * SALDOS_CUENTAS.DAT (AAAA13 para los ajustes del ejercicio).
      ******************************************************************
       01  MAYOR-APUNTE-RECORD.
           05  MAY-CLAVE.
               10  MAY-FECHA PIC 9(8).
               10  MAY-SECUENCIA PIC 9(6).
           05  MAY-CLAVE-CUENTA.
               10  MAY-CUENTA PIC X(10).
               10  MAY-FECHA-CTA PIC 9(8).
               10  MAY-SECUENCIA-CTA PIC 9(6).
           05  MAY-PERIODO PIC 9(6).
           05  MAY-LADO PIC X.
               88  MAY-AL-DEBE VALUE "D".
               88  MAY-AL-HABER VALUE "H".
           05  MAY-IMPORTE PIC 9(9)V99.
           05  MAY-REFERENCIA PIC X(7).
