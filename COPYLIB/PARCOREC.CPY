      ******************************************************************
      * PARCOREC - partidas de la conciliacion bancaria
      * CONCILIACION_PARTIDAS.DAT. CONCILIA-BANCO carga aqui cada linea
      * del extracto diario del banco (origen B, numerada dentro de la
      * fecha del extracto) y cada apunte del dia a la cuenta de banco
      * en ASIENTOS_CONTABLES.DAT (origen L, con el mismo numero que
      * el apunte tiene en MAYOR_APUNTES.DAT). Las partidas pendientes
      * se arrastran de un dia a otro hasta que casan; al casar, las
      * dos quedan conciliadas con la fecha y la clave de su pareja.
      * Sentido E = entrada de dinero (abono del banco, debe en
      * libros), S = salida (cargo del banco, haber en libros). La
      * fecha valor es con la que se casa: la del banco en sus lineas
      * y la del apunte en las de libros.
      ******************************************************************
       01  PARTIDA-CONCILIA-RECORD.
           05  PCO-CLAVE.
               10  PCO-ORIGEN PIC X.
                   88  PCO-DEL-BANCO VALUE "B".
                   88  PCO-DE-LIBROS VALUE "L".
               10  PCO-FECHA PIC 9(8).
               10  PCO-SECUENCIA PIC 9(6).
           05  PCO-CUENTA PIC X(10).
           05  PCO-SENTIDO PIC X.
               88  PCO-ENTRADA VALUE "E".
               88  PCO-SALIDA VALUE "S".
           05  PCO-IMPORTE PIC 9(9)V99.
           05  PCO-FECHA-VALOR PIC 9(8).
           05  PCO-REFERENCIA PIC X(20).
           05  PCO-CONCEPTO PIC X(30).
           05  PCO-ESTADO PIC X.
               88  PCO-PENDIENTE VALUE "P".
               88  PCO-CONCILIADA VALUE "C".
           05  PCO-FECHA-CARGA PIC 9(8).
           05  PCO-FECHA-CONCILIA PIC 9(8).
           05  PCO-CLAVE-PAREJA PIC X(15).
           05  PCO-CRITERIO PIC X(3).
