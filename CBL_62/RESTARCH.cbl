           05  TJ-CLAVE PIC X(6).

       FD  EMP-ARCHIVE-FILE.
       01  EMP-ARCHIVE-RECORD PIC X(110).

       FD  TABLA-ARCHIVE-FILE.
       01  TABLA-ARCHIVE-RECORD PIC X(100).

      *    IMAGEN DEL REGISTRO BUSCADO Y TABLA CON EL RESTO DEL
      *    ARCHIVO PARA REGRABARLO SIN LA ENTRADA RESTAURADA
       01  WS-IMAGEN-ENCONTRADA PIC X(110).
       01  WS-ENCONTRADO PIC X VALUE "N".
           88  ENCONTRADO VALUE "Y".
       01  WS-RESTO-TABLA.
           05  WS-RESTO-IMAGEN OCCURS 500 TIMES PIC X(110).
       01  WS-RESTO-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-RESTO-DESBORDE PIC X VALUE "N".
           88  RESTO-DESBORDE VALUE "Y".

       01  WS-EMP-IMAGEN.
           05  WS-EI-ID PIC 9(6).
           05  FILLER PIC X(104).
       01  WS-TABLA-IMAGEN.
           05  WS-TI-NUMERO PIC 99.
           05  FILLER PIC X(98).
               MOVE 8 TO RETURN-CODE
               GO TO RESTAURA-EMPLEADO-FIN
           END-IF
           MOVE WS-IMAGEN-ENCONTRADA TO EMPLOYEE-RECORD
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "COLISION DE CLAVE: EL EMPLEADO-ID "
