       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
      *    REGISTRO ESTRUCTURADO AUDITREC Y SU IMAGEN CRUDA COMPLETA
      *    (219 POSICIONES); EL RESUMEN SIGUE RASTREANDO POR CONTENIDO
       COPY AUDITREC.
       01  AUDIT-RECORD PIC X(219).

       FD  RESUMEN-REPORT.
       01  RESUMEN-REPORT-RECORD PIC X(150).
       01  WS-ES-EXCEPCION    PIC X VALUE "N".
           88  ES-EXCEPCION VALUE "Y".

       01  WS-DESCARTE        PIC X(219).
       01  WS-RESTO-RESULT    PIC X(219).
       01  WS-RESULT-TOKEN    PIC X(8).
       01  WS-RESULT-DETALLE REDEFINES WS-RESULT-TOKEN.
           05  WS-RESULT-NUM      PIC 9(5)V9(2).
       01  WS-SUC-USADAS PIC 99 VALUE ZERO.
       01  WS-SUC-IDX PIC 99.
       01  WS-SUC-HALLADA PIC X.
       01  WS-RESTO-SUCURSAL PIC X(219).
       01  WS-SUC-TOKEN PIC X(4).

       01  WS-LEDGER-STATUS PIC XX.
       01  WS-AJU-USADAS PIC 99 VALUE ZERO.
       01  WS-AJU-IDX PIC 99.
       01  WS-AJU-POS PIC 99.
       01  WS-RESTO-AJUSTE PIC X(219).
       01  WS-AJU-TOKEN PIC X(8).
       01  WS-AJU-FECHA-ACT PIC 9(8).

