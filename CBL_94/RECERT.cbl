       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       COPY OPERAREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.
           05  WS-OP-ENT OCCURS 50 TIMES.
               10  WS-OP-ID PIC X(10).
               10  WS-OP-NOMBRE PIC X(20).
               10  WS-OP-PERMISO PIC X OCCURS 13 TIMES.
               10  WS-OP-USOS PIC 9(5) OCCURS 13 TIMES.
               10  WS-OP-RECHAZOS PIC 9(5) OCCURS 13 TIMES.
       01  WS-OP-TOTAL PIC 99 VALUE ZERO.
       01  WS-OP-IDX PIC 99.
       01  WS-OP-POS PIC 99.
       01  WS-FUN-IDX PIC 99.

       01  WS-FUNCIONES.
           05  FILLER PIC X(10) VALUE "BAJA      ".
           05  FILLER PIC X(10) VALUE "SUSPENSO  ".
           05  FILLER PIC X(10) VALUE "APRTASA   ".
           05  FILLER PIC X(10) VALUE "ALERTA    ".
           05  FILLER PIC X(10) VALUE "EXPOSICION".
           05  FILLER PIC X(10) VALUE "FALLIDO   ".
           05  FILLER PIC X(10) VALUE "REVISION  ".
           05  FILLER PIC X(10) VALUE "CREDITO   ".
           05  FILLER PIC X(10) VALUE "ASIENTO   ".
           05  FILLER PIC X(10) VALUE "CLAVES    ".
           05  FILLER PIC X(10) VALUE "EMERGENCIA".
       01  WS-FUNCIONES-R REDEFINES WS-FUNCIONES.
           05  WS-FUNCION-NOMBRE PIC X(10) OCCURS 13 TIMES.

       01  WS-TIENE-MARCADOR PIC 9(3).
       01  WS-DESCARTE PIC X(186).
               MOVE OP-PERM-APRTASA
                   TO WS-OP-PERMISO(WS-OP-TOTAL 5)
               MOVE OP-PERM-ALERTA TO WS-OP-PERMISO(WS-OP-TOTAL 6)
               MOVE OP-PERM-EXPOSICION
                   TO WS-OP-PERMISO(WS-OP-TOTAL 7)
               MOVE OP-PERM-FALLIDO TO WS-OP-PERMISO(WS-OP-TOTAL 8)
               MOVE OP-PERM-REVISION
                   TO WS-OP-PERMISO(WS-OP-TOTAL 9)
               MOVE OP-PERM-CREDITO
                   TO WS-OP-PERMISO(WS-OP-TOTAL 10)
               MOVE OP-PERM-ASIENTO
                   TO WS-OP-PERMISO(WS-OP-TOTAL 11)
               MOVE OP-PERM-CLAVES
                   TO WS-OP-PERMISO(WS-OP-TOTAL 12)
               MOVE OP-PERM-EMERGENCIA
                   TO WS-OP-PERMISO(WS-OP-TOTAL 13)
               PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                       UNTIL WS-FUN-IDX > 13
                   MOVE ZERO TO WS-OP-USOS(WS-OP-TOTAL WS-FUN-IDX)
                   MOVE ZERO
                       TO WS-OP-RECHAZOS(WS-OP-TOTAL WS-FUN-IDX)
           END-IF

           PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                   UNTIL WS-FUN-IDX > 13
               IF WS-FUNCION-NOMBRE(WS-FUN-IDX) = WS-FUNCION-TOKEN
                   MOVE ZERO TO WS-TIENE-MARCADOR
                   INSPECT AUD-DETALLE TALLYING WS-TIENE-MARCADOR
                   DELIMITED BY SIZE INTO RECERT-RECORD
               WRITE RECERT-RECORD
               PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                       UNTIL WS-FUN-IDX > 13
                   PERFORM ESCRIBE-LINEA-FUNCION
               END-PERFORM
           END-PERFORM
