       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(110).
       01  BACKUP-TRAILER.
           05  BKP-TIPO PIC X.
               88  BKP-ES-TRAILER VALUE "T".
