      ******************************************************************
      * Author:
      * Date:
      * Purpose: Organigrama a partir de la linea de dependencia del
      *          maestro de empleados (EMP-JEFE-ID, que mantiene
      *          EMPLOYEE-MAINT). Carga EMPLOYEE_MASTER.DAT en tabla y
      *          deja en INFORME_ORGANIGRAMA.TXT:
      *              - el arbol de dependencia de arriba abajo, cada
      *                nivel sangrado bajo su jefe, con el numero de
      *                subordinados directos de cada uno,
      *              - los jefes cuya amplitud de control (subordinados
      *                directos) cae fuera del rango de los parametros
      *                PARAMLEE MIN-SUBORDINADOS (2) y MAX-SUBORDINADOS
      *                (10),
      *              - los empleados cuyo jefe ya no esta en el maestro,
      *                con la fecha de su BAJA si consta en
      *                EMPLOYEE_HISTORIA.DAT; salen en el arbol como
      *                cabeza de su rama hasta que se les asigne jefe,
      *              - y los que no cuelgan de ninguna cabeza por un
      *                bucle en la linea de dependencia.
      *          Empleados con jefe de baja o en bucle: RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANIGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "EMPLOYEE_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ORGANIGRAMA-REPORT
               ASSIGN TO "INFORME_ORGANIGRAMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HIS-CLAVE.
               10  HIS-EMP-ID PIC 9(6).
               10  HIS-SECUENCIA PIC 9(4).
           05  HIS-FECHA PIC 9(8).
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       FD  ORGANIGRAMA-REPORT.
       01  ORGANIGRAMA-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  FIN-MASTER VALUE "Y".
       01  WS-EOF-HISTORIA PIC X.
           88  FIN-HISTORIA VALUE "Y".
       01  WS-HAY-HISTORIA PIC X VALUE "N".
           88  HAY-HISTORIA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-MIN-SUBORDINADOS PIC 9(3) VALUE 2.
       01  WS-MAX-SUBORDINADOS PIC 9(3) VALUE 10.

      *    PLANTILLA EN ORDEN DE EMPLEADO-ID, TAL COMO LA DEVUELVE LA
      *    LECTURA SECUENCIAL DEL MAESTRO, PARA BUSCAR POR MITADES
       01  WS-ORG-TABLA.
           05  WS-ORG-ENT OCCURS 2000 TIMES.
               10  WS-ORG-ID PIC 9(6).
               10  WS-ORG-NOMBRE PIC X(15).
               10  WS-ORG-APELLIDOS PIC X(20).
               10  WS-ORG-CENTRO PIC X(6).
               10  WS-ORG-JEFE PIC 9(6).
               10  WS-ORG-SUBORDINADOS PIC 9(5).
               10  WS-ORG-SITUACION PIC X.
                   88  ORG-CABEZA VALUE "C".
                   88  ORG-CON-JEFE VALUE "J".
                   88  ORG-JEFE-BAJA VALUE "B".
               10  WS-ORG-IMPRESO PIC X.
                   88  ORG-IMPRESO VALUE "S".
       01  WS-ORG-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-ORG-IDX PIC 9(4).
       01  WS-ORG-POS PIC 9(4).

       01  WS-BUSCA-ID PIC 9(6).
       01  WS-BUS-BAJO PIC 9(4).
       01  WS-BUS-ALTO PIC 9(4).
       01  WS-BUS-MEDIO PIC 9(4).

      *    RECORRIDO DEL ARBOL EN PROFUNDIDAD CON PILA EXPLICITA: CADA
      *    NIVEL GUARDA SU EMPLEADO Y HASTA DONDE SE HAN BUSCADO YA SUS
      *    SUBORDINADOS
       01  WS-PILA.
           05  WS-PILA-ENT OCCURS 40 TIMES.
               10  WS-PILA-EMP PIC 9(4).
               10  WS-PILA-SIGUIENTE PIC 9(4).
       01  WS-PILA-NIVEL PIC 99 VALUE ZERO.
       01  WS-HIJO PIC 9(4).
       01  WS-HIJO-IDX PIC 9(4).
       01  WS-NIVEL-IMPRESO PIC 99.
       01  WS-SANGRIA PIC 9(3).

       01  WS-FECHA-BAJA-JEFE PIC 9(8).
       01  WS-ORG-LINEA PIC X(100).
       01  WS-MARCA PIC X(30).

       01  WS-CONT-CABEZAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-JEFES PIC 9(5) VALUE ZERO.
       01  WS-CONT-FUERA-RANGO PIC 9(5) VALUE ZERO.
       01  WS-CONT-JEFE-BAJA PIC 9(5) VALUE ZERO.
       01  WS-CONT-BUCLE PIC 9(5) VALUE ZERO.
       01  WS-CONT-IMPRESOS PIC 9(5) VALUE ZERO.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ORGANIGRAMA".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           PERFORM LEE-PARAMETROS

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, SIN "
                   "ORGANIGRAMA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-MASTER
               PERFORM CARGA-EMPLEADO
               PERFORM LEE-EMPLEADO
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-TOTAL
               PERFORM RESUELVE-JEFE
           END-PERFORM

           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
               SET HAY-HISTORIA TO TRUE
           END-IF

           OPEN OUTPUT ORGANIGRAMA-REPORT
           CALL "RPTHDR" USING "ORGANIGRAMA"
               "INFORME_ORGANIGRAMA.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE SPACES TO ORGANIGRAMA-RECORD
           STRING "ORGANIGRAMA POR LINEA DE DEPENDENCIA AL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD

           PERFORM ESCRIBE-ARBOL
           PERFORM ESCRIBE-AMPLITUD
           PERFORM ESCRIBE-JEFES-BAJA
           PERFORM ESCRIBE-BUCLES

           MOVE SPACES TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE SPACES TO ORGANIGRAMA-RECORD
           STRING "PLANTILLA=" WS-ORG-TOTAL
               " CABEZAS=" WS-CONT-CABEZAS
               " JEFES=" WS-CONT-JEFES
               " FUERA DE RANGO=" WS-CONT-FUERA-RANGO
               " JEFE DE BAJA=" WS-CONT-JEFE-BAJA
               " EN BUCLE=" WS-CONT-BUCLE
               DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           CLOSE ORGANIGRAMA-REPORT
           IF HAY-HISTORIA
               CLOSE HISTORIA-FILE
           END-IF

           DISPLAY "ORGANIGRAMA: PLANTILLA=" WS-ORG-TOTAL
               " JEFES=" WS-CONT-JEFES
               " FUERA DE RANGO=" WS-CONT-FUERA-RANGO
               " JEFE DE BAJA=" WS-CONT-JEFE-BAJA
               " EN BUCLE=" WS-CONT-BUCLE
           IF WS-CONT-JEFE-BAJA > ZERO OR WS-CONT-BUCLE > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
           CALL "PARAMLEE" USING "ORGANIGRAMA         "
               "MIN-SUBORDINADOS    " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
               COMPUTE WS-MIN-SUBORDINADOS =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "ORGANIGRAMA         "
               "MAX-SUBORDINADOS    " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) > ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
               COMPUTE WS-MAX-SUBORDINADOS =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           IF WS-MIN-SUBORDINADOS > WS-MAX-SUBORDINADOS
               DISPLAY "AVISO: MIN-SUBORDINADOS MAYOR QUE "
                   "MAX-SUBORDINADOS, SE USA 2-10"
               MOVE 2 TO WS-MIN-SUBORDINADOS
               MOVE 10 TO WS-MAX-SUBORDINADOS
           END-IF.

       LEE-EMPLEADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET FIN-MASTER TO TRUE
           END-READ.

       CARGA-EMPLEADO.
           IF WS-ORG-TOTAL NOT < 2000
               DISPLAY "AVISO: MAS DE 2000 EMPLEADOS, QUEDA FUERA DEL "
                   "ORGANIGRAMA EL " EMP-ID
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-ORG-TOTAL
               MOVE WS-ORG-TOTAL TO WS-ORG-POS
               MOVE EMP-ID TO WS-ORG-ID(WS-ORG-POS)
               MOVE EMP-NOMBRE TO WS-ORG-NOMBRE(WS-ORG-POS)
               MOVE EMP-APELLIDOS TO WS-ORG-APELLIDOS(WS-ORG-POS)
               MOVE EMP-CENTRO-COSTE TO WS-ORG-CENTRO(WS-ORG-POS)
               IF EMP-JEFE-ID NUMERIC
                   MOVE EMP-JEFE-ID TO WS-ORG-JEFE(WS-ORG-POS)
               ELSE
                   MOVE ZERO TO WS-ORG-JEFE(WS-ORG-POS)
               END-IF
               MOVE ZERO TO WS-ORG-SUBORDINADOS(WS-ORG-POS)
               SET ORG-CABEZA(WS-ORG-POS) TO TRUE
               MOVE "N" TO WS-ORG-IMPRESO(WS-ORG-POS)
           END-IF.

      *    CADA EMPLEADO SUMA UN SUBORDINADO A SU JEFE; SI EL JEFE NO
      *    ESTA EN LA TABLA ES QUE YA NO ESTA EN PLANTILLA
       RESUELVE-JEFE.
           IF WS-ORG-JEFE(WS-ORG-IDX) > ZERO
               MOVE WS-ORG-JEFE(WS-ORG-IDX) TO WS-BUSCA-ID
               PERFORM BUSCA-EMPLEADO
               IF WS-ORG-POS > ZERO
                   SET ORG-CON-JEFE(WS-ORG-IDX) TO TRUE
                   ADD 1 TO WS-ORG-SUBORDINADOS(WS-ORG-POS)
               ELSE
                   SET ORG-JEFE-BAJA(WS-ORG-IDX) TO TRUE
               END-IF
           END-IF.

       BUSCA-EMPLEADO.
           MOVE ZERO TO WS-ORG-POS
           MOVE 1 TO WS-BUS-BAJO
           MOVE WS-ORG-TOTAL TO WS-BUS-ALTO
           PERFORM UNTIL WS-BUS-BAJO > WS-BUS-ALTO
                   OR WS-ORG-POS > ZERO
               COMPUTE WS-BUS-MEDIO = (WS-BUS-BAJO + WS-BUS-ALTO) / 2
               EVALUATE TRUE
                   WHEN WS-ORG-ID(WS-BUS-MEDIO) = WS-BUSCA-ID
                       MOVE WS-BUS-MEDIO TO WS-ORG-POS
                   WHEN WS-ORG-ID(WS-BUS-MEDIO) < WS-BUSCA-ID
                       COMPUTE WS-BUS-BAJO = WS-BUS-MEDIO + 1
                   WHEN WS-BUS-MEDIO = 1
                       MOVE ZERO TO WS-BUS-ALTO
                   WHEN OTHER
                       COMPUTE WS-BUS-ALTO = WS-BUS-MEDIO - 1
               END-EVALUATE
           END-PERFORM.

      *    LAS CABEZAS DE RAMA SON LOS EMPLEADOS SIN JEFE Y LOS QUE LO
      *    TIENEN DE BAJA; DE CADA UNA SE BAJA POR SUS SUBORDINADOS
       ESCRIBE-ARBOL.
           MOVE SPACES TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE SPACES TO ORGANIGRAMA-RECORD
           STRING "LINEA DE DEPENDENCIA (SUBORDINADOS DIRECTOS "
               "ENTRE PARENTESIS)"
               DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-TOTAL
               IF NOT ORG-CON-JEFE(WS-ORG-IDX)
                   ADD 1 TO WS-CONT-CABEZAS
                   MOVE SPACES TO ORGANIGRAMA-RECORD
                   WRITE ORGANIGRAMA-RECORD
                   MOVE ZERO TO WS-NIVEL-IMPRESO
                   MOVE WS-ORG-IDX TO WS-HIJO
                   PERFORM ESCRIBE-NODO
                   MOVE 1 TO WS-PILA-NIVEL
                   MOVE WS-ORG-IDX TO WS-PILA-EMP(1)
                   MOVE ZERO TO WS-PILA-SIGUIENTE(1)
                   PERFORM BAJA-UN-PASO UNTIL WS-PILA-NIVEL = ZERO
               END-IF
           END-PERFORM.

      *    SIGUIENTE SUBORDINADO AUN NO IMPRESO DEL EMPLEADO EN LO ALTO
      *    DE LA PILA; SI NO QUEDA NINGUNO SE SUBE UN NIVEL
       BAJA-UN-PASO.
           MOVE WS-PILA-EMP(WS-PILA-NIVEL) TO WS-ORG-POS
           MOVE ZERO TO WS-HIJO
           COMPUTE WS-HIJO-IDX = WS-PILA-SIGUIENTE(WS-PILA-NIVEL) + 1
           PERFORM UNTIL WS-HIJO-IDX > WS-ORG-TOTAL OR WS-HIJO > ZERO
               IF ORG-CON-JEFE(WS-HIJO-IDX)
                       AND WS-ORG-JEFE(WS-HIJO-IDX)
                           = WS-ORG-ID(WS-ORG-POS)
                       AND NOT ORG-IMPRESO(WS-HIJO-IDX)
                   MOVE WS-HIJO-IDX TO WS-HIJO
               END-IF
               ADD 1 TO WS-HIJO-IDX
           END-PERFORM
           IF WS-HIJO = ZERO
               SUBTRACT 1 FROM WS-PILA-NIVEL
           ELSE
               MOVE WS-HIJO TO WS-PILA-SIGUIENTE(WS-PILA-NIVEL)
               MOVE WS-PILA-NIVEL TO WS-NIVEL-IMPRESO
               PERFORM ESCRIBE-NODO
               IF WS-PILA-NIVEL < 40
                   ADD 1 TO WS-PILA-NIVEL
                   MOVE WS-HIJO TO WS-PILA-EMP(WS-PILA-NIVEL)
                   MOVE ZERO TO WS-PILA-SIGUIENTE(WS-PILA-NIVEL)
               ELSE
                   DISPLAY "AVISO: MAS DE 40 NIVELES, NO SE DESGLOSA "
                       "BAJO EL EMPLEADO " WS-ORG-ID(WS-HIJO)
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       ESCRIBE-NODO.
           SET ORG-IMPRESO(WS-HIJO) TO TRUE
           ADD 1 TO WS-CONT-IMPRESOS
           MOVE SPACES TO WS-MARCA
           IF ORG-JEFE-BAJA(WS-HIJO)
               STRING "<< JEFE " WS-ORG-JEFE(WS-HIJO) " DE BAJA"
                   DELIMITED BY SIZE INTO WS-MARCA
           END-IF
           MOVE SPACES TO WS-ORG-LINEA
           STRING WS-ORG-ID(WS-HIJO) " "
               WS-ORG-APELLIDOS(WS-HIJO) " "
               WS-ORG-NOMBRE(WS-HIJO) " CC " WS-ORG-CENTRO(WS-HIJO)
               " (" WS-ORG-SUBORDINADOS(WS-HIJO) ") " WS-MARCA
               DELIMITED BY SIZE INTO WS-ORG-LINEA
           COMPUTE WS-SANGRIA = WS-NIVEL-IMPRESO * 3 + 1
           MOVE SPACES TO ORGANIGRAMA-RECORD
           MOVE WS-ORG-LINEA TO ORGANIGRAMA-RECORD(WS-SANGRIA:)
           WRITE ORGANIGRAMA-RECORD.

       ESCRIBE-AMPLITUD.
           MOVE SPACES TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE SPACES TO ORGANIGRAMA-RECORD
           STRING "AMPLITUD DE CONTROL FUERA DEL RANGO "
               WS-MIN-SUBORDINADOS " - " WS-MAX-SUBORDINADOS
               " SUBORDINADOS DIRECTOS"
               DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-TOTAL
               IF WS-ORG-SUBORDINADOS(WS-ORG-IDX) > ZERO
                   ADD 1 TO WS-CONT-JEFES
                   MOVE SPACES TO WS-MARCA
                   IF WS-ORG-SUBORDINADOS(WS-ORG-IDX)
                           < WS-MIN-SUBORDINADOS
                       MOVE "POR DEBAJO DEL MINIMO" TO WS-MARCA
                   END-IF
                   IF WS-ORG-SUBORDINADOS(WS-ORG-IDX)
                           > WS-MAX-SUBORDINADOS
                       MOVE "POR ENCIMA DEL MAXIMO" TO WS-MARCA
                   END-IF
                   IF WS-MARCA NOT = SPACES
                       ADD 1 TO WS-CONT-FUERA-RANGO
                       MOVE SPACES TO ORGANIGRAMA-RECORD
                       STRING WS-ORG-ID(WS-ORG-IDX) " "
                           WS-ORG-APELLIDOS(WS-ORG-IDX) " "
                           WS-ORG-NOMBRE(WS-ORG-IDX)
                           " SUBORDINADOS="
                           WS-ORG-SUBORDINADOS(WS-ORG-IDX) " "
                           WS-MARCA
                           DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
                       WRITE ORGANIGRAMA-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-FUERA-RANGO = ZERO
               MOVE "NINGUNO" TO ORGANIGRAMA-RECORD
               WRITE ORGANIGRAMA-RECORD
           END-IF.

       ESCRIBE-JEFES-BAJA.
           MOVE SPACES TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE "EMPLEADOS CUYO JEFE YA NO ESTA EN PLANTILLA"
               TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-TOTAL
               IF ORG-JEFE-BAJA(WS-ORG-IDX)
                   ADD 1 TO WS-CONT-JEFE-BAJA
                   PERFORM BUSCA-BAJA-JEFE
                   MOVE SPACES TO WS-MARCA
                   IF WS-FECHA-BAJA-JEFE > ZERO
                       STRING "BAJA EL " WS-FECHA-BAJA-JEFE
                           DELIMITED BY SIZE INTO WS-MARCA
                   ELSE
                       MOVE "SIN BAJA EN LA HISTORIA" TO WS-MARCA
                   END-IF
                   MOVE SPACES TO ORGANIGRAMA-RECORD
                   STRING WS-ORG-ID(WS-ORG-IDX) " "
                       WS-ORG-APELLIDOS(WS-ORG-IDX) " "
                       WS-ORG-NOMBRE(WS-ORG-IDX)
                       " JEFE " WS-ORG-JEFE(WS-ORG-IDX) " " WS-MARCA
                       DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
                   WRITE ORGANIGRAMA-RECORD
               END-IF
           END-PERFORM
           IF WS-CONT-JEFE-BAJA = ZERO
               MOVE "NINGUNO" TO ORGANIGRAMA-RECORD
               WRITE ORGANIGRAMA-RECORD
           END-IF.

      *    LA ULTIMA BAJA APLICADA AL JEFE EN LA HISTORIA DEL MAESTRO
       BUSCA-BAJA-JEFE.
           MOVE ZERO TO WS-FECHA-BAJA-JEFE
           IF HAY-HISTORIA
               MOVE "N" TO WS-EOF-HISTORIA
               MOVE WS-ORG-JEFE(WS-ORG-IDX) TO HIS-EMP-ID
               MOVE ZERO TO HIS-SECUENCIA
               START HISTORIA-FILE KEY IS >= HIS-CLAVE
                   INVALID KEY
                       SET FIN-HISTORIA TO TRUE
               END-START
               PERFORM UNTIL FIN-HISTORIA
                   READ HISTORIA-FILE NEXT RECORD
                       AT END
                           SET FIN-HISTORIA TO TRUE
                       NOT AT END
                           IF HIS-EMP-ID NOT = WS-ORG-JEFE(WS-ORG-IDX)
                               SET FIN-HISTORIA TO TRUE
                           ELSE
                               IF HIS-ACCION = "BAJA"
                                   MOVE HIS-FECHA TO WS-FECHA-BAJA-JEFE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    QUIEN NO HA SALIDO EN EL ARBOL NO CUELGA DE NINGUNA CABEZA:
      *    SU LINEA DE DEPENDENCIA VUELVE SOBRE SI MISMA
       ESCRIBE-BUCLES.
           MOVE SPACES TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           MOVE "EMPLEADOS EN UN BUCLE DE DEPENDENCIA"
               TO ORGANIGRAMA-RECORD
           WRITE ORGANIGRAMA-RECORD
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-TOTAL
               IF NOT ORG-IMPRESO(WS-ORG-IDX)
                   ADD 1 TO WS-CONT-BUCLE
                   MOVE SPACES TO ORGANIGRAMA-RECORD
                   STRING WS-ORG-ID(WS-ORG-IDX) " "
                       WS-ORG-APELLIDOS(WS-ORG-IDX) " "
                       WS-ORG-NOMBRE(WS-ORG-IDX)
                       " JEFE " WS-ORG-JEFE(WS-ORG-IDX)
                       DELIMITED BY SIZE INTO ORGANIGRAMA-RECORD
                   WRITE ORGANIGRAMA-RECORD
               END-IF
           END-PERFORM
           IF WS-CONT-BUCLE = ZERO
               MOVE "NINGUNO" TO ORGANIGRAMA-RECORD
               WRITE ORGANIGRAMA-RECORD
           END-IF.

       END PROGRAM ORGANIGRAMA.
