       01  DUPLICADA-RECORD PIC X(80).

       FD  AUDIT-FILE.
      *    REGISTRO AUDITREC COMPLETO Y SU IMAGEN CRUDA PARA RASTREAR
       COPY AUDITREC.
       01  AUDIT-RECORD PIC X(219).

       FD  BALANCE-REPORT.
       01  BALANCE-RECORD PIC X(80).
