      * Purpose: Extracto diario por grupo de transaccion. Los
      *          responsables de grupo preguntaban que paso por su
      *          GRUPO y se les contestaba con fotocopias de paginas
      *          de informe. Este paso ordena las operaciones de la
      *          fecha de proceso del historico
      *          OPERACIONES_HISTORICO.DAT (COPY OPHISREC) que graba
      *          la fase de calculo por grupo (misma mecanica SORT
      *          que INFORME-ORDENADO) y corta EXTRACTO_GRUPOS.TXT
      *          con una seccion por grupo: cada operacion con su

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

           SELECT GRUPOS-FILE ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  GRUPOS-FILE.
       01  GRUPO-RECORD.
           05  SRT-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-GRUPOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-GRUPOS PIC X VALUE "N".
       01  WS-HAY-GRUPOS PIC X VALUE "N".
           88  HAY-GRUPOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-GRUPO-ANTERIOR PIC X(7).
       01  WS-TOTAL-CORRIDO PIC S9(9)V99 VALUE ZERO.
           GOBACK.

       CARGA-ORDENACION.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE GENERAN EXTRACTOS DE GRUPO"
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
           MOVE OPH-GRUPO TO SRT-GRUPO
           MOVE OPH-OPERACION TO SRT-OPERACION
           MOVE OPH-RESULT-BASE TO SRT-RESULT-BASE
           MOVE OPH-LINEA-CSV(1:60) TO SRT-LINEA
           RELEASE SORT-RECORD.

       ESCRIBE-EXTRACTOS.
