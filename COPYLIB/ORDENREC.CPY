      ******************************************************************
      * ORDENREC - maestro de ordenes permanentes
      * ORDENES_PERMANENTES.DAT. Una orden repite cada semana, mes o
      * trimestre la misma transaccion de un originador (grupo,
      * operandos, operacion, divisa, sucursal). GENERA-ORDENES
      * escribe cada vencimiento en el lote de TRANSACCIONES.DAT y
      * avanza la proxima fecha; ORDENES-MAINT da de alta, suspende,
      * reactiva y cancela.
      ******************************************************************
       01  ORDEN-REGISTRO.
           05  ORD-ID PIC X(8).
           05  ORD-ORIGEN PIC X(10).
           05  ORD-GRUPO PIC X(7).
           05  ORD-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  ORD-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  ORD-OPERACION PIC X.
           05  ORD-DIVISA PIC X(3).
           05  ORD-SUCURSAL PIC X(4).
           05  ORD-FRECUENCIA PIC X.
               88  ORD-SEMANAL VALUE "S".
               88  ORD-MENSUAL VALUE "M".
               88  ORD-TRIMESTRAL VALUE "T".
               88  ORD-FRECUENCIA-VALIDA VALUE "S" "M" "T".
           05  ORD-FECHA-INICIO PIC 9(8).
      *    ULTIMO VENCIMIENTO ADMITIDO; CERO = SIN FECHA FIN
           05  ORD-FECHA-FIN PIC 9(8).
      *    PROXIMO VENCIMIENTO SEGUN EL CALENDARIO DE LA ORDEN Y EL
      *    MISMO LLEVADO A DIA HABIL (EL QUE SE GENERA)
           05  ORD-PROXIMA-NOMINAL PIC 9(8).
           05  ORD-PROXIMA PIC 9(8).
           05  ORD-ESTADO PIC X.
               88  ORD-ACTIVA VALUE "A".
               88  ORD-SUSPENDIDA VALUE "S".
               88  ORD-CANCELADA VALUE "C".
               88  ORD-TERMINADA VALUE "F".
           05  ORD-ULTIMA-GENERADA PIC 9(8).
           05  ORD-FECHA-ACTUALIZACION PIC 9(8).
