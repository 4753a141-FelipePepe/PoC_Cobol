      *          corte nuevo de los datos acababa en una peticion de
      *          programacion. Este paso lee la tarjeta
      *          INFGEN_CONTROL.DAT:
      *              CLAVES=GRUPO,SUCURSAL,OPERACION,FECHA,ORIGEN
      *                  (hasta tres claves de ordenacion, en orden)
      *              CORTES=n   (niveles de corte: subtotal al cambiar
      *                          cualquiera de las n primeras claves)
      *              TOTALES=S  (S imprime subtotales; N solo el gran
      *                          total)
      *          y produce INFORME_GENERAL.TXT sobre las operaciones
      *          de la fecha de proceso del historico
      *          OPERACIONES_HISTORICO.DAT (COPY OPHISREC), con la misma
      *          mecanica SORT de entrada/salida que el informe
      *          ordenado. Las preguntas ordinarias de explotacion
      *          dejan de necesitar cambios de codigo.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT GENERAL-REPORT ASSIGN TO "INFORME_GENERAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(80).

       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  GENERAL-REPORT.
       01  GENERAL-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".

       01  WS-TOKEN-2 PIC X(10).
       01  WS-TOKEN-3 PIC X(10).

       01  WS-VALOR-CLAVE PIC X(10).
       01  WS-FECHA-PROCESO PIC 9(8).

           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE GENERA EL INFORME GENERAL"
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
           PERFORM VARYING WS-CLA-IDX FROM 1 BY 1
                   UNTIL WS-CLA-IDX > 3
                       MOVE WS-VALOR-CLAVE TO SRT-CLAVE-3
               END-EVALUATE
           END-PERFORM
           MOVE OPH-RESULT-BASE TO SRT-RESULT-BASE
           MOVE OPH-LINEA-CSV(1:60) TO SRT-LINEA
           RELEASE SORT-RECORD.

       RESUELVE-VALOR-CLAVE.
           ELSE
               EVALUATE WS-CLAVE-NOMBRE(WS-CLA-IDX)
                   WHEN "GRUPO"
                       MOVE OPH-GRUPO TO WS-VALOR-CLAVE
                   WHEN "SUCURSAL"
                       MOVE OPH-SUCURSAL TO WS-VALOR-CLAVE
                   WHEN "OPERACION"
                       MOVE OPH-OPERACION TO WS-VALOR-CLAVE
                   WHEN "FECHA"
                       MOVE OPH-FECHA TO WS-VALOR-CLAVE
                   WHEN "ORIGEN"
                       MOVE OPH-ORIGEN TO WS-VALOR-CLAVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
