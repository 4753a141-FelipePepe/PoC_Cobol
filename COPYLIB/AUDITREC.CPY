      * pregunta "que hizo el operador X sobre el empleado 000123 la
      * semana pasada" se responde filtrando campos en CONSULTA-
      * AUDITORIA en vez de leyendo el fichero en crudo a ojo.
      * AUD-SECUENCIA y AUD-HASH encadenan cada registro con el
      * anterior: el resumen se calcula (HASH-AUDITORIA) sobre el
      * registro y el resumen del anterior, de modo que editar, borrar
      * o intercalar una linea rompe la cadena y VERIFICA-CADENA lo
      * localiza. Los lectores que rastrean la imagen cruda la
      * declaran con la longitud completa del registro (219), junto
      * al COPY, para no partir las lineas largas en dos.
      * AUD-SESION-EMERGENCIA lleva el inicio (AAAAMMDDHHMMSS) de la
      * sesion de acceso de emergencia del operador en vigor al grabar
      * el registro (EMERGREC), en blanco fuera de ellas; entra en el
      * resumen de la cadena solo cuando viene informado, de modo que
      * los registros anteriores a este campo siguen cuadrando.
      ******************************************************************
       01  AUDITORIA-REGISTRO.
           05  AUD-FECHA PIC 9(8).
           05  AUD-EVENTO PIC X(10).
           05  AUD-CLAVE PIC X(20).
           05  AUD-DETALLE PIC X(100).
           05  AUD-SECUENCIA PIC 9(9).
           05  AUD-HASH PIC 9(10).
           05  AUD-SESION-EMERGENCIA PIC X(14).
