       COPY EMPREC.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(110).
       01  BACKUP-TRAILER.
           05  BKP-TIPO PIC X.
           05  BKP-CONT-REGISTROS PIC 9(6).
