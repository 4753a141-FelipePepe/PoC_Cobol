      ******************************************************************
      * FUSIOREC - fusiones de clientes duplicados pendientes de
      * aprobar FUSIONES_PENDIENTES.DAT. CLIENTES-MAINT (opcion F)
      * propone aqui, tras revisar el listado de CLIENTES-DUPLICADOS,
      * que el cliente FUS-DUPLICADO se funda en FUS-SUPERVIVIENTE;
      * FUSIONES-APROBACION la aplica o la rechaza en doble control
      * (otro operador, con la marca CAMBIO de SEGURIDAD) y deja en
      * la cola solo las que siguen pendientes.
      ******************************************************************
       01  FUSION-PENDIENTE-RECORD.
           05  FUS-SUPERVIVIENTE PIC X(10).
           05  FUS-DUPLICADO PIC X(10).
           05  FUS-MOTIVO PIC X(30).
           05  FUS-SOLICITANTE PIC X(20).
           05  FUS-FECHA PIC 9(8).
           05  FUS-HORA PIC 9(8).
