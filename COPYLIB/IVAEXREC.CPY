      ******************************************************************
      * IVAEXREC - originadores exentos de IVA en sus comisiones
      * IVA_EXENCIONES.DAT, indexado por el codigo de originador de
      * ORIGENES.DAT. La exencion rige desde la fecha desde hasta la
      * fecha hasta inclusive (cero = sin fecha de fin). El motivo es
      * el texto que justifica la exencion ante la inspeccion. Lo
      * mantiene IVA-MAINT.
      ******************************************************************
       01  IVA-EXENCION-RECORD.
           05  IVE-ORIGEN PIC X(10).
           05  IVE-FECHA-DESDE PIC 9(8).
           05  IVE-FECHA-HASTA PIC 9(8).
           05  IVE-MOTIVO PIC X(30).
           05  IVE-FECHA-ACTUALIZACION PIC 9(8).
