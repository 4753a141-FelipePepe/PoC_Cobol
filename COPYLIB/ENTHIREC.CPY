      ******************************************************************
      * ENTHIREC - historia de entregas ENTREGAS_HISTORIA.DAT, que
      * CONTROL-ENTREGAS amplia tras cada fase de MAESTRO: una linea
      * por entregable y jornada con su hora limite, la hora en que
      * se produjo de verdad (cero si no se produjo) y el resultado.
      * Un entregable dado por no producido que aparece despues en la
      * misma jornada (relanzamiento) recibe una linea nueva: vale la
      * ultima de cada fecha y fichero.
      ******************************************************************
       01  ENTREGA-HISTORIA-RECORD.
           05  ENH-FECHA PIC 9(8).
           05  ENH-FICHERO PIC X(40).
           05  ENH-DESTINATARIO PIC X(12).
           05  ENH-RESPONSABLE PIC X(20).
           05  ENH-HORA-LIMITE PIC 9(6).
           05  ENH-HORA-ENTREGA PIC 9(6).
           05  ENH-ESTADO PIC X.
               88  ENH-A-TIEMPO VALUE "A".
               88  ENH-FUERA-PLAZO VALUE "T".
               88  ENH-NO-ENTREGADO VALUE "N".
