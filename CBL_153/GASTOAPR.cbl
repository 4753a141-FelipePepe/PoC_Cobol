      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion de las hojas de gastos por el responsable
      *          del empleado. El operador identifica al responsable
      *          (EMPLEADO-ID del maestro) y el programa le presenta,
      *          una a una, las hojas pendientes de GASTOS_EMPLEADO.DAT
      *          (COPY GASTOREC) de los empleados que dependen
      *          directamente de el (EMP-JEFE-ID). De cada hoja
      *          muestra las lineas y el total por categoria frente al
      *          limite del grado del empleado en GASTOS_LIMITES.DAT
      *          (COPY GASLIREC); una hoja que supera algun limite, o
      *          con una categoria sin limite para el grado, solo se
      *          puede rechazar o dejar pendiente. La decision marca
      *          todas las lineas de la hoja (A aprobada, R rechazada)
      *          con el aprobador y la fecha, y pasa por AUDITORIA.
      *          Las hojas aprobadas las recoge GASTOS-REEMBOLSO
      *          (CBL_154).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS-APROBACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS-FILE ASSIGN TO "GASTOS_EMPLEADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAS-CLAVE
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT LIMITES-FILE ASSIGN TO "GASTOS_LIMITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLI-CLAVE
               FILE STATUS IS WS-LIMITES-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-FILE.
       COPY GASTOREC.

       FD  LIMITES-FILE.
       COPY GASLIREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-GASTOS-STATUS PIC XX.
       01  WS-LIMITES-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-EOF-GASTOS PIC X VALUE "N".
           88  FIN-GASTOS VALUE "Y".
       01  WS-EOF-HOJA PIC X.
           88  FIN-HOJA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-APROBADOR PIC 9(6).
       01  WS-APROBADOR-NOMBRE PIC X(36).
       01  WS-EMP-ACTUAL PIC 9(6) VALUE ZERO.
       01  WS-JEFE-ACTUAL PIC 9(6) VALUE ZERO.
       01  WS-NOMBRE-ACTUAL PIC X(36).

      *    HOJAS PENDIENTES DE LOS COLABORADORES DEL RESPONSABLE
       01  WS-PEN-TABLA.
           05  WS-PEN-ENT OCCURS 200 TIMES.
               10  WS-PEN-EMP-ID PIC 9(6).
               10  WS-PEN-HOJA PIC 9(4).
               10  WS-PEN-NOMBRE PIC X(36).
       01  WS-PEN-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-PEN-IDX PIC 9(3).
       01  WS-PEN-LLENA PIC X VALUE "N".
           88  PENDIENTES-LLENA VALUE "Y".

      *    LINEAS DE LA HOJA EN CURSO Y SUS TOTALES POR CATEGORIA
       01  WS-LIN-TABLA.
           05  WS-LIN-ENT OCCURS 99 TIMES.
               10  WS-LIN-LINEA PIC 9(2).
       01  WS-LIN-TOTAL PIC 9(3).
       01  WS-LIN-IDX PIC 9(3).
       01  WS-CAT-TABLA.
           05  WS-CAT-ENT OCCURS 99 TIMES.
               10  WS-CAT-CODIGO PIC X(6).
               10  WS-CAT-IMPORTE PIC 9(9)V99.
       01  WS-CAT-TOTAL PIC 9(3).
       01  WS-CAT-IDX PIC 9(3).
       01  WS-CAT-POS PIC 9(3).
       01  WS-GRADO-HOJA PIC X(2).
       01  WS-TOTAL-HOJA PIC 9(9)V99.
       01  WS-HOJA-EXCEDIDA PIC X.
           88  HOJA-EXCEDIDA VALUE "Y".
       01  WS-MARCA PIC X(14).

       01  WS-DECISION PIC X.
           88  DECIDE-APROBAR VALUE "A" "a".
           88  DECIDE-RECHAZAR VALUE "R" "r".
           88  DECIDE-DEJAR VALUE "D" "d".
       01  WS-NUEVO-ESTADO PIC X.

       01  WS-CONT-APROBADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(4) VALUE ZERO.
       01  WS-CONT-DEJADAS PIC 9(4) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-LIMITE-FMT PIC X(18).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GASTOS-APROBACION".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "GASTOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GASTOS-APROBACION".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, SIN "
                   "APROBACION DE GASTOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O GASTOS-FILE
           IF WS-GASTOS-STATUS NOT = "00"
               DISPLAY "GASTOS_EMPLEADO.DAT NO DISPONIBLE, NO HAY "
                   "HOJAS QUE APROBAR"
               CLOSE EMPLOYEE-MASTER
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LIMITES-FILE
           IF WS-LIMITES-STATUS NOT = "00"
               DISPLAY "GASTOS_LIMITES.DAT NO DISPONIBLE, SIN LIMITES "
                   "NO SE PUEDE APROBAR NINGUNA HOJA"
               CLOSE EMPLOYEE-MASTER
               CLOSE GASTOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "EMPLEADO-ID DEL RESPONSABLE QUE APRUEBA: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-APROBADOR FROM CONSOLE-DEVICE
           MOVE WS-APROBADOR TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: RESPONSABLE NO EXISTE EN EL "
                       "MAESTRO: " WS-APROBADOR
                   PERFORM CIERRA-FICHEROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE SPACES TO WS-APROBADOR-NOMBRE
           STRING EMP-APELLIDOS DELIMITED BY "  "
               " " EMP-NOMBRE DELIMITED BY SIZE
               INTO WS-APROBADOR-NOMBRE

           PERFORM BUSCA-PENDIENTES
           DISPLAY "HOJAS PENDIENTES PARA " WS-APROBADOR " "
               WS-APROBADOR-NOMBRE ": " WS-PEN-TOTAL
           IF PENDIENTES-LLENA
               DISPLAY "AVISO: MAS DE 200 HOJAS PENDIENTES, EL RESTO "
                   "EN LA PROXIMA SESION"
           END-IF

           PERFORM VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-TOTAL
               PERFORM TRAMITA-HOJA THRU TRAMITA-HOJA-FIN
           END-PERFORM

           PERFORM CIERRA-FICHEROS
           DISPLAY "HOJAS APROBADAS=" WS-CONT-APROBADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               " PENDIENTES=" WS-CONT-DEJADAS
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       CIERRA-FICHEROS.
           CLOSE EMPLOYEE-MASTER
           CLOSE GASTOS-FILE
           CLOSE LIMITES-FILE.

       BUSCA-PENDIENTES.
      *    UNA PASADA POR EL FICHERO: CADA HOJA CON LINEAS PENDIENTES
      *    DE UN EMPLEADO CUYO RESPONSABLE ES EL APROBADOR
           MOVE LOW-VALUES TO GAS-CLAVE
           START GASTOS-FILE KEY IS >= GAS-CLAVE
               INVALID KEY
                   SET FIN-GASTOS TO TRUE
           END-START
           PERFORM UNTIL FIN-GASTOS
               READ GASTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-GASTOS TO TRUE
                   NOT AT END
                       IF GAS-ES-PENDIENTE
                           PERFORM ANOTA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

       ANOTA-PENDIENTE.
           IF GAS-EMP-ID NOT = WS-EMP-ACTUAL
               MOVE GAS-EMP-ID TO WS-EMP-ACTUAL
               MOVE ZERO TO WS-JEFE-ACTUAL
               MOVE SPACES TO WS-NOMBRE-ACTUAL
               MOVE GAS-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   NOT INVALID KEY
                       MOVE EMP-JEFE-ID TO WS-JEFE-ACTUAL
                       STRING EMP-APELLIDOS DELIMITED BY "  "
                           " " EMP-NOMBRE DELIMITED BY SIZE
                           INTO WS-NOMBRE-ACTUAL
               END-READ
           END-IF
           IF WS-JEFE-ACTUAL = WS-APROBADOR
                   AND GAS-EMP-ID NOT = WS-APROBADOR
               IF WS-PEN-TOTAL > ZERO
                   IF WS-PEN-EMP-ID(WS-PEN-TOTAL) = GAS-EMP-ID
                           AND WS-PEN-HOJA(WS-PEN-TOTAL) = GAS-HOJA
                       GO TO ANOTA-PENDIENTE-FIN
                   END-IF
               END-IF
               IF WS-PEN-TOTAL >= 200
                   SET PENDIENTES-LLENA TO TRUE
               ELSE
                   ADD 1 TO WS-PEN-TOTAL
                   MOVE GAS-EMP-ID TO WS-PEN-EMP-ID(WS-PEN-TOTAL)
                   MOVE GAS-HOJA TO WS-PEN-HOJA(WS-PEN-TOTAL)
                   MOVE WS-NOMBRE-ACTUAL TO WS-PEN-NOMBRE(WS-PEN-TOTAL)
               END-IF
           END-IF.

       ANOTA-PENDIENTE-FIN.
           EXIT.

       TRAMITA-HOJA.
           DISPLAY " "
           DISPLAY "HOJA " WS-PEN-HOJA(WS-PEN-IDX) " DEL EMPLEADO "
               WS-PEN-EMP-ID(WS-PEN-IDX) " "
               WS-PEN-NOMBRE(WS-PEN-IDX)
           PERFORM CARGA-HOJA
           IF WS-LIN-TOTAL = ZERO
               GO TO TRAMITA-HOJA-FIN
           END-IF
           PERFORM COMPRUEBA-LIMITES
           MOVE WS-TOTAL-HOJA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "TOTAL DE LA HOJA " WS-IMPORTE-FMT

           IF HOJA-EXCEDIDA
               DISPLAY "LA HOJA SUPERA LOS LIMITES DEL GRADO "
                   WS-GRADO-HOJA ": SOLO SE PUEDE RECHAZAR"
               DISPLAY "R = RECHAZAR, D = DEJAR PENDIENTE: "
                   UPON CONSOLE-DEVICE
           ELSE
               DISPLAY "A = APROBAR, R = RECHAZAR, D = DEJAR "
                   "PENDIENTE: " UPON CONSOLE-DEVICE
           END-IF
           ACCEPT WS-DECISION FROM CONSOLE-DEVICE
           EVALUATE TRUE
               WHEN DECIDE-APROBAR AND NOT HOJA-EXCEDIDA
                   MOVE "A" TO WS-NUEVO-ESTADO
                   ADD 1 TO WS-CONT-APROBADAS
               WHEN DECIDE-RECHAZAR
                   MOVE "R" TO WS-NUEVO-ESTADO
                   ADD 1 TO WS-CONT-RECHAZADAS
               WHEN OTHER
                   DISPLAY "HOJA QUEDA PENDIENTE"
                   ADD 1 TO WS-CONT-DEJADAS
                   GO TO TRAMITA-HOJA-FIN
           END-EVALUATE

           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-TOTAL
               PERFORM MARCA-LINEA
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-CLAVE
           STRING WS-PEN-EMP-ID(WS-PEN-IDX) WS-PEN-HOJA(WS-PEN-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF WS-NUEVO-ESTADO = "A"
               STRING "HOJA DE GASTOS EMPLEADO="
                   WS-PEN-EMP-ID(WS-PEN-IDX) " HOJA="
                   WS-PEN-HOJA(WS-PEN-IDX) " APROBADA POR "
                   WS-APROBADOR " IMPORTE=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               DISPLAY "HOJA APROBADA"
           ELSE
               STRING "HOJA DE GASTOS EMPLEADO="
                   WS-PEN-EMP-ID(WS-PEN-IDX) " HOJA="
                   WS-PEN-HOJA(WS-PEN-IDX) " RECHAZADA POR "
                   WS-APROBADOR " IMPORTE=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               DISPLAY "HOJA RECHAZADA"
           END-IF
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       TRAMITA-HOJA-FIN.
           EXIT.

       CARGA-HOJA.
      *    LINEAS PENDIENTES DE LA HOJA, CON SU TOTAL POR CATEGORIA
           MOVE ZERO TO WS-LIN-TOTAL WS-CAT-TOTAL WS-TOTAL-HOJA
           MOVE SPACES TO WS-GRADO-HOJA
           MOVE "N" TO WS-EOF-HOJA
           MOVE WS-PEN-EMP-ID(WS-PEN-IDX) TO GAS-EMP-ID
           MOVE WS-PEN-HOJA(WS-PEN-IDX) TO GAS-HOJA
           MOVE ZERO TO GAS-LINEA
           START GASTOS-FILE KEY IS >= GAS-CLAVE
               INVALID KEY
                   SET FIN-HOJA TO TRUE
           END-START
           PERFORM UNTIL FIN-HOJA
               READ GASTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-HOJA TO TRUE
                   NOT AT END
                       IF GAS-EMP-ID NOT = WS-PEN-EMP-ID(WS-PEN-IDX)
                               OR GAS-HOJA NOT = WS-PEN-HOJA(WS-PEN-IDX)
                           SET FIN-HOJA TO TRUE
                       ELSE
                           IF GAS-ES-PENDIENTE
                               PERFORM ANOTA-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ANOTA-LINEA.
           ADD 1 TO WS-LIN-TOTAL
           MOVE GAS-LINEA TO WS-LIN-LINEA(WS-LIN-TOTAL)
           MOVE GAS-GRADO TO WS-GRADO-HOJA
           ADD GAS-IMPORTE TO WS-TOTAL-HOJA
           MOVE ZERO TO WS-CAT-POS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TOTAL
                   OR WS-CAT-POS > ZERO
               IF WS-CAT-CODIGO(WS-CAT-IDX) = GAS-CATEGORIA
                   MOVE WS-CAT-IDX TO WS-CAT-POS
               END-IF
           END-PERFORM
           IF WS-CAT-POS = ZERO
               ADD 1 TO WS-CAT-TOTAL
               MOVE WS-CAT-TOTAL TO WS-CAT-POS
               MOVE GAS-CATEGORIA TO WS-CAT-CODIGO(WS-CAT-POS)
               MOVE ZERO TO WS-CAT-IMPORTE(WS-CAT-POS)
           END-IF
           ADD GAS-IMPORTE TO WS-CAT-IMPORTE(WS-CAT-POS)
           MOVE GAS-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "  LINEA " GAS-LINEA " " GAS-FECHA-GASTO " "
               GAS-CATEGORIA " " WS-IMPORTE-FMT " " GAS-DESCRIPCION.

       COMPRUEBA-LIMITES.
           MOVE "N" TO WS-HOJA-EXCEDIDA
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TOTAL
               MOVE SPACES TO WS-MARCA
               MOVE WS-GRADO-HOJA TO GLI-GRADO
               MOVE WS-CAT-CODIGO(WS-CAT-IDX) TO GLI-CATEGORIA
               READ LIMITES-FILE
                   INVALID KEY
                       MOVE ZERO TO GLI-LIMITE
                       MOVE "SIN LIMITE" TO WS-MARCA
                       SET HOJA-EXCEDIDA TO TRUE
               END-READ
               IF WS-CAT-IMPORTE(WS-CAT-IDX) > GLI-LIMITE
                   MOVE "SUPERA LIMITE" TO WS-MARCA
                   SET HOJA-EXCEDIDA TO TRUE
               END-IF
               MOVE WS-CAT-IMPORTE(WS-CAT-IDX) TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE GLI-LIMITE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-LIMITE-FMT
               DISPLAY "  CATEGORIA " WS-CAT-CODIGO(WS-CAT-IDX)
                   " TOTAL " WS-IMPORTE-FMT " LIMITE " WS-LIMITE-FMT
                   " " WS-MARCA
           END-PERFORM.

       MARCA-LINEA.
           MOVE WS-PEN-EMP-ID(WS-PEN-IDX) TO GAS-EMP-ID
           MOVE WS-PEN-HOJA(WS-PEN-IDX) TO GAS-HOJA
           MOVE WS-LIN-LINEA(WS-LIN-IDX) TO GAS-LINEA
           READ GASTOS-FILE
               INVALID KEY
                   DISPLAY "AVISO: LINEA " GAS-LINEA " YA NO EXISTE"
               NOT INVALID KEY
                   MOVE WS-NUEVO-ESTADO TO GAS-ESTADO
                   MOVE WS-APROBADOR TO GAS-APROBADOR
                   MOVE WS-FECHA-PROCESO TO GAS-FECHA-APROBACION
                   MOVE WS-FECHA-PROCESO TO GAS-FECHA-ACTUALIZACION
                   REWRITE GASTO-RECORD
           END-READ.

       END PROGRAM GASTOS-APROBACION.
