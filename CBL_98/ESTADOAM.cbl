      *          jornada, pasos con su RC y transcurrido, recuentos
      *          de suspenso y rechazos comparados con los de ayer
      *          (la historia corta vive en ESTADO_HISTORIA.DAT),
      *          alertas sin acusar de la consola, el cumplimiento
      *          de plazos de los entregables de hoy segun
      *          ENTREGAS_HISTORIA.DAT (la ultima anotacion de cada
      *          fichero), y un veredicto en cabecera que dice JORNADA
      *          LIMPIA o senala que no lo esta; una entrega fuera de
      *          plazo o sin entregar basta para que no lo sea.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ENTREGAS-FILE ASSIGN TO "ENTREGAS_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTREGAS-STATUS.

           SELECT ESTADO-REPORT
               ASSIGN TO "INFORME_ESTADO_MANANA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  EST-SUSPENSO PIC 9(6).
           05  EST-RECHAZOS PIC 9(6).

       FD  ENTREGAS-FILE.
       COPY ENTHIREC.

       FD  ESTADO-REPORT.
       01  ESTADO-RECORD PIC X(100).

       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-COLA-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-ENTREGAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".
       01  WS-HAY-AYER PIC X VALUE "N".
           88  HAY-AYER VALUE "Y".

      *    ULTIMO ESTADO DE CADA ENTREGABLE ANOTADO HOY
       01  WS-ENTREGAS-TABLA.
           05  WS-ENT-HOY OCCURS 200 TIMES.
               10  WS-ENT-FICHERO PIC X(40).
               10  WS-ENT-ESTADO PIC X.
       01  WS-ENT-TOTAL PIC 999 VALUE ZERO.
       01  WS-ENT-IDX PIC 999.
       01  WS-ENT-ENCONTRADO PIC 999.
       01  WS-CONT-A-TIEMPO PIC 9(3) VALUE ZERO.
       01  WS-CONT-FUERA-PLAZO PIC 9(3) VALUE ZERO.
       01  WS-CONT-NO-ENTREGADAS PIC 9(3) VALUE ZERO.
       01  WS-CONT-ENTREGAS-MAL PIC 9(3) VALUE ZERO.

       01  WS-VEREDICTO PIC X(100).
       01  WS-LIMPIA PIC X VALUE "Y".

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
           PERFORM CUENTA-RECHAZOS THRU CUENTA-RECHAZOS-FIN
           PERFORM CUENTA-ALERTAS THRU CUENTA-ALERTAS-FIN
           PERFORM LEE-HISTORIA-AYER THRU LEE-HISTORIA-AYER-FIN
           PERFORM CUENTA-ENTREGAS THRU CUENTA-ENTREGAS-FIN

           IF WS-CONT-PASOS-MAL > ZERO OR WS-CONT-ALERTAS > ZERO
                   OR WS-CONT-ENTREGAS-MAL > ZERO
               MOVE "N" TO WS-LIMPIA
           END-IF
           IF WS-LIMPIA = "Y"
               MOVE SPACES TO WS-VEREDICTO
               STRING "VEREDICTO: REVISAR ("
                   WS-CONT-PASOS-MAL " PASOS CON RC>0, "
                   WS-CONT-ALERTAS " ALERTAS SIN ACUSAR, "
                   WS-CONT-ENTREGAS-MAL " ENTREGAS FALLIDAS)"
                   DELIMITED BY SIZE INTO WS-VEREDICTO
               MOVE 4 TO WS-RETURN-CODE
           END-IF
                   SET FIN-FICHERO TO TRUE
           END-READ.

      *    UN RELANZAMIENTO PUEDE ANOTAR OTRA VEZ UN FICHERO (UN NO
      *    ENTREGADO QUE AL FIN LLEGA): CUENTA SU ULTIMA ANOTACION
       CUENTA-ENTREGAS.
           OPEN INPUT ENTREGAS-FILE
           IF WS-ENTREGAS-STATUS NOT = "00"
               GO TO CUENTA-ENTREGAS-FIN
           END-IF
           MOVE "N" TO WS-EOF-FICHERO
           PERFORM LEE-ENTREGA
           PERFORM UNTIL FIN-FICHERO
               IF ENH-FECHA = WS-FECHA-PROCESO
                   PERFORM ANOTA-ENTREGA-HOY
               END-IF
               PERFORM LEE-ENTREGA
           END-PERFORM
           CLOSE ENTREGAS-FILE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-TOTAL
               EVALUATE WS-ENT-ESTADO(WS-ENT-IDX)
                   WHEN "A"
                       ADD 1 TO WS-CONT-A-TIEMPO
                   WHEN "T"
                       ADD 1 TO WS-CONT-FUERA-PLAZO
                   WHEN OTHER
                       ADD 1 TO WS-CONT-NO-ENTREGADAS
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-CONT-ENTREGAS-MAL =
               WS-CONT-FUERA-PLAZO + WS-CONT-NO-ENTREGADAS.

       CUENTA-ENTREGAS-FIN.
           EXIT.

       ANOTA-ENTREGA-HOY.
           MOVE ZERO TO WS-ENT-ENCONTRADO
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-TOTAL
                   OR WS-ENT-ENCONTRADO > ZERO
               IF WS-ENT-FICHERO(WS-ENT-IDX) = ENH-FICHERO
                   MOVE WS-ENT-IDX TO WS-ENT-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENT-ENCONTRADO = ZERO AND WS-ENT-TOTAL < 200
               ADD 1 TO WS-ENT-TOTAL
               MOVE WS-ENT-TOTAL TO WS-ENT-ENCONTRADO
               MOVE ENH-FICHERO TO WS-ENT-FICHERO(WS-ENT-ENCONTRADO)
           END-IF
           IF WS-ENT-ENCONTRADO > ZERO
               MOVE ENH-ESTADO TO WS-ENT-ESTADO(WS-ENT-ENCONTRADO)
           END-IF.

       LEE-ENTREGA.
           READ ENTREGAS-FILE
               AT END
                   SET FIN-FICHERO TO TRUE
           END-READ.

       LEE-HISTORIA-AYER.
      *    LA ULTIMA FILA ANTERIOR A HOY ES EL "AYER" CONTRA EL QUE
      *    SE COMPARAN LOS RECUENTOS
               DELIMITED BY SIZE INTO ESTADO-RECORD
           WRITE ESTADO-RECORD

           MOVE SPACES TO ESTADO-RECORD
           STRING "ENTREGAS DE HOY: A TIEMPO=" WS-CONT-A-TIEMPO
               "   FUERA DE PLAZO=" WS-CONT-FUERA-PLAZO
               "   NO ENTREGADAS=" WS-CONT-NO-ENTREGADAS
               DELIMITED BY SIZE INTO ESTADO-RECORD
           WRITE ESTADO-RECORD

      *    DETALLE DE LOS PASOS DE LA JORNADA CON SU RC Y DURACION
           MOVE "PASOS DE LA JORNADA (JOB_LOG):" TO ESTADO-RECORD
           WRITE ESTADO-RECORD
