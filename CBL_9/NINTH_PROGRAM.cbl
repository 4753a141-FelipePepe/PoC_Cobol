      *          delegados en el subprograma reutilizable CONTADOR en
      *          lugar de tres bucles a medida. Ademas tally el volumen
      *          de transacciones procesadas por OPERACIONES-BASICAS
      *          en la fecha de proceso (las del dia en el historico
      *          OPERACIONES_HISTORICO.DAT, COPY OPHISREC) por tipo de
      *          operacion, usando el mismo estilo de bucle contador
      *          para producir un informe de volumen de fin de
      *          proceso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT VOLUMEN-REPORT ASSIGN TO "OPERACIONES_VOLUMEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CTL-RANGO-HASTA PIC S999.
           05  CTL-RANGO-PASO  PIC S99.

       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  VOLUMEN-REPORT.
       01  VOLUMEN-REPORT-RECORD PIC X(80).
       01  WS-RANGO3-HASTA PIC S999 VALUE 100.
       01  WS-RANGO3-PASO  PIC S99  VALUE 1.

       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-VOLUMEN-STATUS PIC XX.
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
      *    VOLUMEN POR SUCURSAL, ADEMAS DEL VOLUMEN POR OPERACION
       01  WS-SUC-TABLA.
           05  WS-SUC-ENT OCCURS 20 TIMES.
           EXIT.

       TALLY-VOLUMEN-OPERACIONES.
           CALL "FECHAPROC" USING WS-FECHA-HOY
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE GENERA INFORME DE VOLUMEN"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM POSICIONA-HISTORICO
               PERFORM UNTIL FIN-HISTORICO
                   PERFORM CUENTA-OPERACION
                   PERFORM LEE-HISTORICO
               END-PERFORM
               CLOSE HISTORICO-FILE
               PERFORM ESCRIBE-VOLUMEN-INFORME
               PERFORM GRABA-VOLUMEN-HISTORIA
           END-IF.

      *    LAS OPERACIONES DEL DIA EMPIEZAN EN LA PRIMERA CLAVE DE LA
      *    FECHA DE PROCESO Y ACABAN AL CAMBIAR DE FECHA
       POSICIONA-HISTORICO.
           MOVE LOW-VALUES TO OPH-CLAVE
           MOVE WS-FECHA-HOY TO OPH-FECHA
           START HISTORICO-FILE KEY IS >= OPH-CLAVE
               INVALID KEY
                   SET FIN-HISTORICO TO TRUE
           END-START
           IF NOT FIN-HISTORICO
               PERFORM LEE-HISTORICO
           END-IF.

       LEE-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET FIN-HISTORICO TO TRUE
           END-READ
           IF NOT FIN-HISTORICO AND OPH-FECHA NOT = WS-FECHA-HOY
               SET FIN-HISTORICO TO TRUE
           END-IF.

       CUENTA-OPERACION.
           PERFORM CUENTA-SUCURSAL
           EVALUATE OPH-OPERACION
               WHEN "SUMA"
                   ADD 1 TO WS-CONT-SUMA
               WHEN "RESTA"
                   ADD 1 TO WS-CONT-RESTA
               WHEN "MULTIPLICA"
                   ADD 1 TO WS-CONT-MULTIPLICA
               WHEN "DIVIDE"
                   ADD 1 TO WS-CONT-DIVIDE
           END-EVALUATE.

       CUENTA-SUCURSAL.
           MOVE OPH-SUCURSAL TO WS-SUC-ACTUAL
           IF WS-SUC-ACTUAL = SPACES
               MOVE "CENT" TO WS-SUC-ACTUAL
           END-IF
               "OPERACIONES_VOLUMEN.TXT".

       GRABA-VOLUMEN-HISTORIA.
           OPEN EXTEND HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
