      ******************************************************************
      * ASIMAREC - asientos contables manuales ASIENTOS_MANUALES.DAT,
      * indexado por numero de asiento y linea. La linea 00 es la
      * cabecera del asiento (fecha contable, narrativa, estado,
      * preparador y aprobador, marca de reversion automatica y las
      * fechas en que INTERFAZ-CONTABLE lo asento y lo revirtio); las
      * lineas 01-20 son los apuntes (cuenta de CUENTAS.DAT, lado D/H
      * e importe). Ciclo de vida del estado de la cabecera:
      *     P pendiente de aprobacion (ASIENTOS-MANUALES lo graba)
      *     A aprobado por un segundo operador con la marca ASIENTO
      *       de SEGURIDAD (ASIENTOS-APROBACION)
      *     R rechazado
      * El asiento con reversion S se revierte, con los lados
      * cambiados, el primer dia del mes siguiente al de su fecha
      * contable (MAN-FECHA-REVERSION). Mientras CIERRE-MENSUAL deja
      * abierto el periodo 13 de ajuste, el asiento puede capturarse
      * como ajuste del ejercicio: MAN-PERIODO-AJUSTE lleva AAAA13 y
      * sus saldos cuentan en ese periodo y no en el mes natural.
      ******************************************************************
       01  ASIENTO-MANUAL-RECORD.
           05  MAN-CLAVE.
               10  MAN-NUMERO PIC 9(6).
               10  MAN-LINEA PIC 9(2).
                   88  MAN-ES-CABECERA VALUE ZERO.
           05  MAN-CABECERA.
               10  MAN-FECHA-CONTABLE PIC 9(8).
               10  MAN-NARRATIVA PIC X(60).
               10  MAN-ESTADO PIC X.
                   88  MAN-ES-PENDIENTE VALUE "P".
                   88  MAN-ES-APROBADO VALUE "A".
                   88  MAN-ES-RECHAZADO VALUE "R".
               10  MAN-REVERSION PIC X.
                   88  MAN-CON-REVERSION VALUE "S".
               10  MAN-PREPARADOR PIC X(20).
               10  MAN-FECHA-PREPARACION PIC 9(8).
               10  MAN-APROBADOR PIC X(20).
               10  MAN-FECHA-APROBACION PIC 9(8).
               10  MAN-FECHA-ASENTADO PIC 9(8).
               10  MAN-FECHA-REVERSION PIC 9(8).
               10  MAN-FECHA-REV-ASENTADA PIC 9(8).
               10  MAN-TOTAL PIC 9(9)V99.
               10  MAN-NUM-LINEAS PIC 9(2).
               10  MAN-PERIODO-AJUSTE PIC 9(6).
           05  MAN-DETALLE REDEFINES MAN-CABECERA.
               10  MAN-CUENTA PIC X(10).
               10  MAN-LADO PIC X.
                   88  MAN-AL-DEBE VALUE "D".
                   88  MAN-AL-HABER VALUE "H".
               10  MAN-IMPORTE PIC 9(7)V99.
               10  MAN-CONCEPTO PIC X(30).
               10  FILLER PIC X(119).
