      *          alimenta al escritor del informe, que corta en cada
      *          cambio de operacion con una linea de subtotal
      *          (recuento y RESULT acumulado en moneda base) y cierra
      *          con el gran total. La entrada son las operaciones de
      *          la fecha de proceso en el historico
      *          OPERACIONES_HISTORICO.DAT (COPY OPHISREC) que graba
      *          la fase de calculo junto con el CSV, de modo que este
      *          informe siempre refleja exactamente lo procesado.
      * Tectonics: cobc
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ORDENADO-REPORT
               ASSIGN TO "INFORME_OPERACIONES_ORDENADO.TXT"

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  ORDENADO-REPORT.
       01  ORDENADO-RECORD PIC X(80).
           05  SRT-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).

       01  WS-OPERACION-ANTERIOR PIC X(10).
       01  WS-SUBTOTAL-CONT PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-ORDENADO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-OPERACION SRT-GRUPO
           GOBACK.

       CARGA-ORDENACION.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE GENERA EL INFORME ORDENADO"
               MOVE 4 TO WS-RETURN-CODE
               GO TO CARGA-ORDENACION-FIN
           END-IF
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIN-HISTORICO
               PERFORM SUELTA-REGISTRO
               PERFORM LEE-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE.

       CARGA-ORDENACION-FIN.
           EXIT.

      *    LAS OPERACIONES DEL DIA EMPIEZAN EN LA PRIMERA CLAVE DE LA
      *    FECHA DE PROCESO Y ACABAN AL CAMBIAR DE FECHA
       POSICIONA-HISTORICO.
           MOVE LOW-VALUES TO OPH-CLAVE
           MOVE WS-FECHA-PROCESO TO OPH-FECHA
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
           IF NOT FIN-HISTORICO AND OPH-FECHA NOT = WS-FECHA-PROCESO
               SET FIN-HISTORICO TO TRUE
           END-IF.

       SUELTA-REGISTRO.
           MOVE SPACES TO SORT-RECORD
           MOVE OPH-OPERACION TO SRT-OPERACION
           MOVE OPH-GRUPO TO SRT-GRUPO
           MOVE OPH-RESULT-BASE TO SRT-RESULT-BASE
           MOVE OPH-LINEA-CSV(1:60) TO SRT-LINEA
           RELEASE SORT-RECORD.

       ESCRIBE-ORDENADO.
