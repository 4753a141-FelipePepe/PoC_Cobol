      ******************************************************************
      * CERTIREC - registro de certificaciones obligatorias
      * CERTIFICACIONES.DAT, indexado por empleado y tipo de
      * certificacion (p.ej. PBC prevencion de blanqueo, AUXILI
      * primeros auxilios). Guarda la ultima obtencion y su fecha de
      * caducidad, ambas validadas con FECHAVAL. Lo mantiene
      * CERTIFICA-MAINT, lo vigila cada noche CERTIFICA-AVISOS y lo
      * contrasta con los requisitos (COPY CERTRREC) el informe
      * mensual CERTIFICA-CUMPLE.
      ******************************************************************
       01  CERTIFICACION-RECORD.
           05  CER-CLAVE.
               10  CER-EMP-ID PIC 9(6).
               10  CER-TIPO PIC X(6).
           05  CER-FECHA-OBTENCION PIC 9(8).
           05  CER-FECHA-CADUCIDAD PIC 9(8).
           05  CER-FECHA-ACTUALIZACION PIC 9(8).
