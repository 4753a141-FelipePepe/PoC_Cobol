      ******************************************************************
      * CLIENREC - maestro de clientes CLIENTES.DAT, indexado por
      * CLI-DOCUMENTO. Lo mantiene CLIENTES-MAINT y lo consultan la
      * cotizacion, el alta de prestamos, las cartas y la
      * domiciliacion. CLI-DOMICILIA S indica que el cliente ha
      * firmado la orden de domiciliacion: sus recibos de prestamo se
      * cargan en CLI-CUENTA-CARGO (IBAN) bajo la referencia de orden
      * CLI-REF-MANDATO, firmada el CLI-FECHA-MANDATO.
      * CLI-LIMITE-CREDITO es el tope de riesgo consolidado del
      * cliente en la cartera de prestamos (cero = sin limite
      * asignado): ALTA-PRESTAMOS retiene para aprobacion el prestamo
      * que lo superaria y EXPOSICION-CLIENTES informa su consumo.
      * Diligencia debida: CLI-RIESGO es la calificacion de riesgo del
      * cliente (B bajo, M medio, A alto), que fija cada cuantos meses
      * hay que revisar su documentacion; CLI-FECHA-REVISION es la
      * ultima revision y CLI-FECHA-PROX-REVISION cuando vence la
      * siguiente. Las mantiene CLIENTES-MAINT; con la proxima revision
      * ya pasada la cotizacion y el alta de prestamos rechazan el
      * negocio nuevo del cliente. Cero o en blanco = sin revision
      * registrada (fichas anteriores a estos campos).
      ******************************************************************
       01  CLIENTE-RECORD.
           05  CLI-DOCUMENTO PIC X(10).
           05  CLI-NOMBRE PIC X(30).
           05  CLI-SUCURSAL PIC X(4).
           05  CLI-ACTIVO PIC X.
               88  CLI-ES-ACTIVO VALUE "A".
               88  CLI-ES-INACTIVO VALUE "I".
           05  CLI-FECHA-ACTUALIZACION PIC 9(8).
           05  CLI-DOMICILIA PIC X.
               88  CLI-CON-MANDATO VALUE "S".
           05  CLI-CUENTA-CARGO PIC X(24).
           05  CLI-REF-MANDATO PIC X(12).
           05  CLI-FECHA-MANDATO PIC 9(8).
           05  CLI-LIMITE-CREDITO PIC 9(9)V99.
           05  CLI-RIESGO PIC X.
               88  CLI-RIESGO-BAJO VALUE "B".
               88  CLI-RIESGO-MEDIO VALUE "M".
               88  CLI-RIESGO-ALTO VALUE "A".
               88  CLI-RIESGO-VALIDO VALUE "B" "M" "A".
           05  CLI-FECHA-REVISION PIC 9(8).
           05  CLI-FECHA-PROX-REVISION PIC 9(8).
