      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de cumplimiento de certificaciones
      *          por sucursal. Carga los requisitos de
      *          CERT_REQUISITOS.DAT (COPY CERTRREC), ordena la
      *          plantilla de EMPLOYEE_MASTER.DAT por sucursal y
      *          apellidos y, para cada empleado, busca en
      *          CERTIFICACIONES.DAT (COPY CERTIREC) cada tipo que le
      *          exige su grado o su centro de coste (un tipo exigido
      *          por los dos cuenta una sola vez). Lista por sucursal
      *          las certificaciones que FALTAN y las CADUCADAS, con
      *          el resumen de exigencias cumplidas de cada sucursal,
      *          en INFORME_CERTIFICACIONES.TXT. Termina con RC 4 si
      *          hay algun incumplimiento, para que no se descubra en
      *          la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-CUMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITOS-FILE ASSIGN TO "CERT_REQUISITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REQ-CLAVE
               FILE STATUS IS WS-REQUISITOS-STATUS.

           SELECT CERTIFICACIONES-FILE
               ASSIGN TO "CERTIFICACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CER-CLAVE
               FILE STATUS IS WS-CERTIFICACIONES-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUMPLIMIENTO-REPORT
               ASSIGN TO "INFORME_CERTIFICACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK08".

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITOS-FILE.
       COPY CERTRREC.

       FD  CERTIFICACIONES-FILE.
       COPY CERTIREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  CUMPLIMIENTO-REPORT.
       01  CUMPLIMIENTO-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-APELLIDOS PIC X(20).
           05  SRT-NOMBRE PIC X(15).
           05  SRT-ID PIC 9(6).
           05  SRT-GRADO PIC X(2).
           05  SRT-CENTRO-COSTE PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-REQUISITOS-STATUS PIC XX.
       01  WS-CERTIFICACIONES-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-REQUISITOS PIC X VALUE "N".
           88  FIN-REQUISITOS VALUE "Y".
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  FIN-MASTER VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-HAY-CERTIFICACIONES PIC X VALUE "N".
           88  HAY-CERTIFICACIONES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).

       01  WS-REQ-TABLA.
           05  WS-REQ-ENT OCCURS 300 TIMES.
               10  WS-REQ-AMBITO PIC X.
               10  WS-REQ-CODIGO PIC X(6).
               10  WS-REQ-TIPO PIC X(6).
       01  WS-REQ-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-REQ-IDX PIC 9(4).

      *    TIPOS YA COMPROBADOS DEL EMPLEADO EN CURSO
       01  WS-VISTO-TABLA.
           05  WS-VISTO-TIPO OCCURS 50 TIMES PIC X(6).
       01  WS-VISTO-TOTAL PIC 99.
       01  WS-VISTO-IDX PIC 99.
       01  WS-YA-VISTO PIC X.
           88  YA-VISTO VALUE "Y".

       01  WS-SUCURSAL-ACTUAL PIC X(4).
       01  WS-PRIMERA-SUCURSAL PIC X VALUE "Y".
           88  PRIMERA-SUCURSAL VALUE "Y".
       01  WS-ESTADO PIC X(10).

       01  WS-SUC-EMPLEADOS PIC 9(5).
       01  WS-SUC-EXIGIDAS PIC 9(5).
       01  WS-SUC-CUMPLIDAS PIC 9(5).
       01  WS-SUC-FALTAN PIC 9(5).
       01  WS-SUC-CADUCADAS PIC 9(5).
       01  WS-TOT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-EXIGIDAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-CUMPLIDAS PIC 9(6) VALUE ZERO.
       01  WS-TOT-FALTAN PIC 9(6) VALUE ZERO.
       01  WS-TOT-CADUCADAS PIC 9(6) VALUE ZERO.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CERTIFICA-CUMPLE".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT REQUISITOS-FILE
           IF WS-REQUISITOS-STATUS NOT = "00"
               DISPLAY "CERT_REQUISITOS.DAT NO DISPONIBLE, SIN "
                   "INFORME DE CUMPLIMIENTO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-REQUISITO
           PERFORM UNTIL FIN-REQUISITOS
               IF WS-REQ-TOTAL < 300
                   ADD 1 TO WS-REQ-TOTAL
                   MOVE REQ-AMBITO TO WS-REQ-AMBITO(WS-REQ-TOTAL)
                   MOVE REQ-CODIGO TO WS-REQ-CODIGO(WS-REQ-TOTAL)
                   MOVE REQ-TIPO TO WS-REQ-TIPO(WS-REQ-TOTAL)
               ELSE
                   DISPLAY "AVISO: MAS DE 300 REQUISITOS, SE IGNORA "
                       REQ-CLAVE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               PERFORM LEE-REQUISITO
           END-PERFORM
           CLOSE REQUISITOS-FILE

      *    SIN REGISTRO TODAS LAS EXIGENCIAS SALEN COMO FALTAN
           OPEN INPUT CERTIFICACIONES-FILE
           IF WS-CERTIFICACIONES-STATUS = "00"
               SET HAY-CERTIFICACIONES TO TRUE
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SRT-SUCURSAL SRT-APELLIDOS
                   SRT-NOMBRE
               INPUT PROCEDURE IS CARGA-PLANTILLA
                   THRU CARGA-PLANTILLA-FIN
               OUTPUT PROCEDURE IS ESCRIBE-INFORME

           IF HAY-CERTIFICACIONES
               CLOSE CERTIFICACIONES-FILE
           END-IF

           DISPLAY "CUMPLIMIENTO CERTIFICACIONES: EMPLEADOS="
               WS-TOT-EMPLEADOS " EXIGIDAS=" WS-TOT-EXIGIDAS
               " CUMPLIDAS=" WS-TOT-CUMPLIDAS
               " FALTAN=" WS-TOT-FALTAN
               " CADUCADAS=" WS-TOT-CADUCADAS
           IF WS-TOT-FALTAN > ZERO OR WS-TOT-CADUCADAS > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-REQUISITO.
           READ REQUISITOS-FILE NEXT RECORD
               AT END
                   SET FIN-REQUISITOS TO TRUE
           END-READ.

       CARGA-PLANTILLA.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE, "
                   "INFORME VACIO"
               MOVE 4 TO WS-RETURN-CODE
               GO TO CARGA-PLANTILLA-FIN
           END-IF
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-MASTER
               MOVE EMP-SUCURSAL TO SRT-SUCURSAL
               MOVE EMP-APELLIDOS TO SRT-APELLIDOS
               MOVE EMP-NOMBRE TO SRT-NOMBRE
               MOVE EMP-ID TO SRT-ID
               MOVE EMP-GRADO TO SRT-GRADO
               MOVE EMP-CENTRO-COSTE TO SRT-CENTRO-COSTE
               RELEASE SORT-RECORD
               PERFORM LEE-EMPLEADO
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       CARGA-PLANTILLA-FIN.
           EXIT.

       LEE-EMPLEADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET FIN-MASTER TO TRUE
           END-READ.

       ESCRIBE-INFORME.
           OPEN OUTPUT CUMPLIMIENTO-REPORT
           CALL "RPTHDR" USING "CERTIFICA-CUMPLE"
               "INFORME_CERTIFICACIONES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           STRING "CERTIFICACIONES QUE FALTAN O HAN CADUCADO AL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD

           PERFORM RECIBE-EMPLEADO
           PERFORM UNTIL FIN-SORT
               IF PRIMERA-SUCURSAL
                       OR SRT-SUCURSAL NOT = WS-SUCURSAL-ACTUAL
                   IF NOT PRIMERA-SUCURSAL
                       PERFORM ESCRIBE-TOTAL-SUCURSAL
                   END-IF
                   MOVE "N" TO WS-PRIMERA-SUCURSAL
                   PERFORM INICIA-SUCURSAL
               END-IF
               PERFORM REVISA-EMPLEADO
               PERFORM RECIBE-EMPLEADO
           END-PERFORM
           IF NOT PRIMERA-SUCURSAL
               PERFORM ESCRIBE-TOTAL-SUCURSAL
           END-IF

           MOVE SPACES TO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           STRING "TOTAL EMPLEADOS=" WS-TOT-EMPLEADOS
               " EXIGIDAS=" WS-TOT-EXIGIDAS
               " CUMPLIDAS=" WS-TOT-CUMPLIDAS
               " FALTAN=" WS-TOT-FALTAN
               " CADUCADAS=" WS-TOT-CADUCADAS
               DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD
           CLOSE CUMPLIMIENTO-REPORT.

       RECIBE-EMPLEADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       INICIA-SUCURSAL.
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ACTUAL
           MOVE ZERO TO WS-SUC-EMPLEADOS WS-SUC-EXIGIDAS
               WS-SUC-CUMPLIDAS WS-SUC-FALTAN WS-SUC-CADUCADAS
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           IF SRT-SUCURSAL = SPACES
               MOVE "SUCURSAL (SIN ASIGNAR)" TO CUMPLIMIENTO-RECORD
           ELSE
               STRING "SUCURSAL " SRT-SUCURSAL
                   DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           END-IF
           WRITE CUMPLIMIENTO-RECORD.

       REVISA-EMPLEADO.
           ADD 1 TO WS-SUC-EMPLEADOS
           MOVE ZERO TO WS-VISTO-TOTAL
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-TOTAL
               IF (WS-REQ-AMBITO(WS-REQ-IDX) = "G"
                       AND WS-REQ-CODIGO(WS-REQ-IDX) = SRT-GRADO
                       AND SRT-GRADO NOT = SPACES)
                   OR (WS-REQ-AMBITO(WS-REQ-IDX) = "C"
                       AND WS-REQ-CODIGO(WS-REQ-IDX)
                           = SRT-CENTRO-COSTE
                       AND SRT-CENTRO-COSTE NOT = SPACES)
                   PERFORM COMPRUEBA-EXIGENCIA
               END-IF
           END-PERFORM.

       COMPRUEBA-EXIGENCIA.
           MOVE "N" TO WS-YA-VISTO
           PERFORM VARYING WS-VISTO-IDX FROM 1 BY 1
                   UNTIL WS-VISTO-IDX > WS-VISTO-TOTAL OR YA-VISTO
               IF WS-VISTO-TIPO(WS-VISTO-IDX)
                       = WS-REQ-TIPO(WS-REQ-IDX)
                   SET YA-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF NOT YA-VISTO
               IF WS-VISTO-TOTAL < 50
                   ADD 1 TO WS-VISTO-TOTAL
                   MOVE WS-REQ-TIPO(WS-REQ-IDX)
                       TO WS-VISTO-TIPO(WS-VISTO-TOTAL)
               END-IF
               ADD 1 TO WS-SUC-EXIGIDAS
               MOVE "FALTA" TO WS-ESTADO
               IF HAY-CERTIFICACIONES
                   MOVE SRT-ID TO CER-EMP-ID
                   MOVE WS-REQ-TIPO(WS-REQ-IDX) TO CER-TIPO
                   READ CERTIFICACIONES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CER-FECHA-CADUCIDAD < WS-FECHA-PROCESO
                               MOVE "CADUCADA" TO WS-ESTADO
                           ELSE
                               MOVE "VIGENTE" TO WS-ESTADO
                           END-IF
                   END-READ
               END-IF
               EVALUATE WS-ESTADO
                   WHEN "VIGENTE"
                       ADD 1 TO WS-SUC-CUMPLIDAS
                   WHEN "CADUCADA"
                       ADD 1 TO WS-SUC-CADUCADAS
                       PERFORM ESCRIBE-INCUMPLIMIENTO
                   WHEN OTHER
                       ADD 1 TO WS-SUC-FALTAN
                       PERFORM ESCRIBE-INCUMPLIMIENTO
               END-EVALUATE
           END-IF.

       ESCRIBE-INCUMPLIMIENTO.
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           IF WS-ESTADO = "CADUCADA"
               STRING "  " SRT-ID " " SRT-APELLIDOS " " SRT-NOMBRE
                   " " WS-REQ-TIPO(WS-REQ-IDX) " " WS-ESTADO
                   " EL " CER-FECHA-CADUCIDAD
                   DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           ELSE
               STRING "  " SRT-ID " " SRT-APELLIDOS " " SRT-NOMBRE
                   " " WS-REQ-TIPO(WS-REQ-IDX) " " WS-ESTADO
                   " (EXIGIDA POR " WS-REQ-AMBITO(WS-REQ-IDX)
                   " " WS-REQ-CODIGO(WS-REQ-IDX) ")"
                   DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           END-IF
           WRITE CUMPLIMIENTO-RECORD.

       ESCRIBE-TOTAL-SUCURSAL.
           ADD WS-SUC-EMPLEADOS TO WS-TOT-EMPLEADOS
           ADD WS-SUC-EXIGIDAS TO WS-TOT-EXIGIDAS
           ADD WS-SUC-CUMPLIDAS TO WS-TOT-CUMPLIDAS
           ADD WS-SUC-FALTAN TO WS-TOT-FALTAN
           ADD WS-SUC-CADUCADAS TO WS-TOT-CADUCADAS
           MOVE SPACES TO CUMPLIMIENTO-RECORD
           STRING "  SUCURSAL " WS-SUCURSAL-ACTUAL
               ": EMPLEADOS=" WS-SUC-EMPLEADOS
               " EXIGIDAS=" WS-SUC-EXIGIDAS
               " CUMPLIDAS=" WS-SUC-CUMPLIDAS
               " FALTAN=" WS-SUC-FALTAN
               " CADUCADAS=" WS-SUC-CADUCADAS
               DELIMITED BY SIZE INTO CUMPLIMIENTO-RECORD
           WRITE CUMPLIMIENTO-RECORD.

       END PROGRAM CERTIFICA-CUMPLE.
