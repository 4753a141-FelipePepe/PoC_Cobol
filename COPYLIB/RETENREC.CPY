      ******************************************************************
      * RETENREC - detalles retenidos por tope de exposicion
      * TRANSACCIONES_RETENIDAS.DAT. EDITA-TRANSACCIONES retiene aqui,
      * ya validados, los detalles de un originador que ha alcanzado
      * su tope diario de EXPOSICION_ORIGEN.DAT; el supervisor los
      * libera desde SUPERVISA-EXPOSICION al fichero puente
      * TRANSACCIONES_LIBERADAS.DAT, que entra en el siguiente lote.
      ******************************************************************
       01  RETENIDA-REGISTRO.
           05  RET-ESTADO PIC X.
               88  RET-PENDIENTE VALUE "P".
               88  RET-LIBERADA VALUE "L".
           05  RET-ORIGEN PIC X(10).
           05  RET-LOTE-ID PIC X(8).
           05  RET-FECHA-RETENCION PIC 9(8).
      *    SUMA DE OPERANDOS ABSOLUTOS QUE EL DETALLE CONSUME DEL TOPE
           05  RET-IMPORTE PIC 9(7)V99.
           05  RET-OPERADOR PIC X(10).
           05  RET-FECHA-LIBERACION PIC 9(8).
      *    IMAGEN COMPLETA DEL DETALLE TAL COMO LLEGO EN EL LOTE
           05  RET-IMAGEN PIC X(80).
