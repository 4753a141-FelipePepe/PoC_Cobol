      *          sea mas antigua que el numero de dias configurado en
      *          RETENCION_CONTROL.DAT y lo purga del fichero en vivo,
      *          para que estos ficheros no crezcan sin limite.
      *          La simulacion guarda en RETENCION_APROBACION.DAT el
      *          operador que la lanzo, y la purga real lo deja como
      *          SOLICITANTE= en AUDITORIA junto a quien la ejecuta,
      *          para que SEGREGA-FUNCIONES (CBL_171) compruebe que no
      *          son la misma persona.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    TEXTO LIBRE), PARA QUE RESTAURA-ARCHIVO PUEDA DEVOLVER
      *    UN REGISTRO PURGADO AL FICHERO VIVO TAL CUAL ERA
       FD  EMPLOYEE-ARCHIVE-FILE.
       01  EMPLOYEE-ARCHIVE-RECORD PIC X(110).

       FD  TABLA-RESULTADOS-FILE.
       01  TABLA-RESULTADOS-RECORD.
           05  APR-DIAS PIC 9(4).
           05  APR-FECHA-SIMULACION PIC 9(8).
           05  APR-APROBADA PIC X.
           05  APR-SOLICITANTE PIC X(20).

       FD  EXCEPCIONES-REPORT.
       01  EXCEPCION-RECORD PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.
       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "RETENCION-ARCHIVO".
       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "PURGA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-OPERADOR PIC X(20).
       01  WS-APR-SOLICITANTE PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "RETENCION-ARCHIVO".
           CALL "FECHAPROC" USING WS-HOY.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "PURGA     "
               WS-AUTORIZADO
               MOVE WS-RETENCION-DIAS TO APR-DIAS
               MOVE WS-HOY TO APR-FECHA-SIMULACION
               MOVE "N" TO APR-APROBADA
               MOVE WS-OPERADOR TO APR-SOLICITANTE
               WRITE APROBACION-RECORD
               CLOSE APROBACION-FILE
               DISPLAY "SIMULACION REGISTRADA, PENDIENTE DE "
               MOVE WS-RETENCION-DIAS TO APR-DIAS
               MOVE WS-HOY TO APR-FECHA-SIMULACION
               MOVE "N" TO APR-APROBADA
               MOVE SPACES TO APR-SOLICITANTE
               WRITE APROBACION-RECORD
               CLOSE APROBACION-FILE
               MOVE WS-RETENCION-DIAS TO WS-AUDIT-CLAVE
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "PURGA REAL APLICADA DIAS=" WS-RETENCION-DIAS
                   " EMPLEADOS=" WS-EMP-ARCHIVADOS
                   " TABLAS=" WS-TABLA-ARCHIVADOS
                   " SOLICITANTE=" WS-APR-SOLICITANTE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
                       IF APR-APROBADA = "S"
                               AND APR-DIAS = WS-RETENCION-DIAS
                           SET APROBACION-OK TO TRUE
                           MOVE APR-SOLICITANTE TO WS-APR-SOLICITANTE
                       END-IF
               END-READ
               CLOSE APROBACION-FILE
