      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del presupuesto aprobado de plantilla
      *          PRESUPUESTO_PLANTILLA.DAT (COPY PRESUREC), con el
      *          mismo menu que TRAMOS-MAINT (CBL_139). Cada linea es
      *          un centro de coste y un grado salarial, con las
      *          plazas aprobadas y el coste salarial mensual
      *          presupuestado; finanzas lo llevaba en una hoja de
      *          calculo. El centro se valida contra CENTROS_COSTE.DAT
      *          y el grado contra GRADOS_SALARIALES.DAT. La opcion L
      *          lista el presupuesto de un centro (o de todos) con
      *          sus totales. La desviacion mensual la saca
      *          INFORME-PRESUPUESTO (CBL_147). Todo cambio pasa por
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE
               ASSIGN TO "PRESUPUESTO_PLANTILLA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT CENTROS-FILE ASSIGN TO "CENTROS_COSTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCO-CODIGO
               FILE STATUS IS WS-CENTROS-STATUS.

           SELECT GRADOS-FILE ASSIGN TO "GRADOS_SALARIALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODIGO
               FILE STATUS IS WS-GRADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE.
       COPY PRESUREC.

       FD  CENTROS-FILE.
       01  CENTRO-RECORD.
           05  CCO-CODIGO PIC X(6).
           05  CCO-DESCRIPCION PIC X(30).
           05  CCO-ACTIVO PIC X.
               88  CCO-ES-ACTIVO VALUE "A".
           05  CCO-FECHA-ACTUALIZACION PIC 9(8).

       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  GRD-CODIGO PIC X(2).
           05  GRD-DESCRIPCION PIC X(30).
           05  GRD-SALARIO-BASE PIC 9(7)V99.
           05  GRD-ACTIVO PIC X.
               88  GRD-ES-ACTIVO VALUE "A".
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PRESUPUESTO-STATUS PIC XX.
       01  WS-CENTROS-STATUS PIC XX.
       01  WS-GRADOS-STATUS PIC XX.
       01  WS-VALIDAR-CENTROS PIC X VALUE "N".
           88  VALIDAR-CENTROS VALUE "Y".
       01  WS-VALIDAR-GRADOS PIC X VALUE "N".
           88  VALIDAR-GRADOS VALUE "Y".
       01  WS-EOF-PRESUPUESTO PIC X.
           88  FIN-PRESUPUESTO VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CENTRO PIC X(6).
       01  WS-GRADO PIC X(2).
       01  WS-CLAVE-VALIDA PIC X.
           88  CLAVE-VALIDA VALUE "Y".
       01  WS-PLAZAS-TEXTO PIC X(6).
       01  WS-PLAZAS PIC 9(4).
       01  WS-SALARIO-TEXTO PIC X(15).
       01  WS-SALARIO PIC 9(9)V99.
       01  WS-PLAZAS-ANTES PIC 9(4).
       01  WS-SALARIO-ANTES PIC 9(9)V99.
       01  WS-EXISTIA PIC X.
           88  LINEA-EXISTIA VALUE "Y".

       01  WS-CONT-LINEAS PIC 9(4).
       01  WS-TOT-PLAZAS PIC 9(6).
       01  WS-TOT-SALARIO PIC 9(11)V99.
       01  WS-PLAZAS-ED PIC ZZZ,ZZ9.
       01  WS-SALARIO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PRESUPUESTO-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PRESUPUESTO-MAINT".

           OPEN I-O PRESUPUESTO-FILE
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
           END-IF

           OPEN INPUT CENTROS-FILE
           IF WS-CENTROS-STATUS = "00"
               SET VALIDAR-CENTROS TO TRUE
           ELSE
               DISPLAY "AVISO: CENTROS_COSTE.DAT NO "
                   "DISPONIBLE, NO SE VALIDAN LOS CENTROS"
           END-IF
           OPEN INPUT GRADOS-FILE
           IF WS-GRADOS-STATUS = "00"
               SET VALIDAR-GRADOS TO TRUE
           ELSE
               DISPLAY "AVISO: GRADOS_SALARIALES.DAT NO "
                   "DISPONIBLE, NO SE VALIDAN LOS GRADOS"
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE PRESUPUESTO-FILE
           IF VALIDAR-CENTROS
               CLOSE CENTROS-FILE
           END-IF
           IF VALIDAR-GRADOS
               CLOSE GRADOS-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO PRESUPUESTO DE PLANTILLA ==="
           DISPLAY "A - ALTA/CAMBIO DE LINEA (CENTRO Y GRADO)"
           DISPLAY "B - BAJA (QUITAR LINEA)"
           DISPLAY "I - INQUIRY (CONSULTAR LINEA)"
           DISPLAY "L - LISTAR EL PRESUPUESTO DE UN CENTRO"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CLAVE.
           MOVE "N" TO WS-CLAVE-VALIDA
           DISPLAY "Centro de coste (6 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CENTRO FROM CONSOLE-DEVICE
           DISPLAY "Grado salarial (2 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-GRADO FROM CONSOLE-DEVICE
           IF WS-CENTRO = SPACES OR WS-GRADO = SPACES
               DISPLAY "ERROR: CENTRO Y GRADO SON OBLIGATORIOS"
           ELSE
               SET CLAVE-VALIDA TO TRUE
           END-IF.

       PROCESA-ALTA.
           PERFORM PIDE-CLAVE
           IF NOT CLAVE-VALIDA
               GO TO PROCESA-ALTA-FIN
           END-IF
      *    SOLO SE PRESUPUESTAN CENTROS Y GRADOS ACTIVOS
           IF VALIDAR-CENTROS
               MOVE WS-CENTRO TO CCO-CODIGO
               READ CENTROS-FILE
                   INVALID KEY
                       MOVE "I" TO CCO-ACTIVO
               END-READ
               IF NOT CCO-ES-ACTIVO
                   DISPLAY "CENTRO DE COSTE NO DADO DE ALTA: "
                       WS-CENTRO
                   GO TO PROCESA-ALTA-FIN
               END-IF
           END-IF
           IF VALIDAR-GRADOS
               MOVE WS-GRADO TO GRD-CODIGO
               READ GRADOS-FILE
                   INVALID KEY
                       MOVE "I" TO GRD-ACTIVO
               END-READ
               IF NOT GRD-ES-ACTIVO
                   DISPLAY "GRADO SALARIAL NO DADO DE ALTA: "
                       WS-GRADO
                   GO TO PROCESA-ALTA-FIN
               END-IF
           END-IF

           DISPLAY "Plazas aprobadas: " UPON CONSOLE-DEVICE
           ACCEPT WS-PLAZAS-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-PLAZAS-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-PLAZAS-TEXTO) < ZERO
                   OR FUNCTION NUMVAL(WS-PLAZAS-TEXTO) > 9999
               DISPLAY "PLAZAS NO VALIDAS, NO SE GRABA LA LINEA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF
           COMPUTE WS-PLAZAS = FUNCTION NUMVAL(WS-PLAZAS-TEXTO)
           DISPLAY "Coste salarial mensual presupuestado: "
               UPON CONSOLE-DEVICE
           ACCEPT WS-SALARIO-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-SALARIO-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-SALARIO-TEXTO) < ZERO
                   OR FUNCTION NUMVAL(WS-SALARIO-TEXTO)
                       > 999999999.99
               DISPLAY "IMPORTE NO VALIDO, NO SE GRABA LA LINEA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF
           COMPUTE WS-SALARIO = FUNCTION NUMVAL(WS-SALARIO-TEXTO)

           MOVE "N" TO WS-EXISTIA
           MOVE ZERO TO WS-PLAZAS-ANTES WS-SALARIO-ANTES
           MOVE WS-CENTRO TO PRS-CENTRO-COSTE
           MOVE WS-GRADO TO PRS-GRADO
           READ PRESUPUESTO-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
                   MOVE PRS-PLAZAS TO WS-PLAZAS-ANTES
                   MOVE PRS-SALARIO-MENSUAL TO WS-SALARIO-ANTES
           END-READ

           MOVE WS-CENTRO TO PRS-CENTRO-COSTE
           MOVE WS-GRADO TO PRS-GRADO
           MOVE WS-PLAZAS TO PRS-PLAZAS
           MOVE WS-SALARIO TO PRS-SALARIO-MENSUAL
           CALL "FECHAPROC" USING PRS-FECHA-ACTUALIZACION
           IF LINEA-EXISTIA
               REWRITE PRESUPUESTO-RECORD
           ELSE
               WRITE PRESUPUESTO-RECORD
           END-IF

           MOVE PRS-CLAVE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF LINEA-EXISTIA
               STRING "PRESUPUESTO CENTRO=" WS-CENTRO " GRADO="
                   WS-GRADO " PLAZAS=" WS-PLAZAS-ANTES "->"
                   WS-PLAZAS " COSTE=" WS-SALARIO-ANTES "->"
                   WS-SALARIO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           ELSE
               STRING "PRESUPUESTO CENTRO=" WS-CENTRO " GRADO="
                   WS-GRADO " ALTA PLAZAS=" WS-PLAZAS
                   " COSTE=" WS-SALARIO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "LINEA DE PRESUPUESTO GRABADA".

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-BAJA.
           PERFORM PIDE-CLAVE
           IF CLAVE-VALIDA
               MOVE WS-CENTRO TO PRS-CENTRO-COSTE
               MOVE WS-GRADO TO PRS-GRADO
               DELETE PRESUPUESTO-FILE
                   INVALID KEY
                       DISPLAY "NO HAY PRESUPUESTO PARA " WS-CENTRO
                           "/" WS-GRADO
                   NOT INVALID KEY
                       MOVE PRS-CLAVE TO WS-AUDIT-CLAVE
                       MOVE SPACES TO WS-AUDIT-DETALLE
                       STRING "PRESUPUESTO CENTRO=" WS-CENTRO
                           " GRADO=" WS-GRADO " RETIRADO"
                           DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                       CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                           WS-AUDIT-EVENTO WS-AUDIT-CLAVE
                           WS-AUDIT-DETALLE
                       DISPLAY "LINEA DE PRESUPUESTO RETIRADA"
               END-DELETE
           END-IF.

       PROCESA-CONSULTA.
           PERFORM PIDE-CLAVE
           IF CLAVE-VALIDA
               MOVE WS-CENTRO TO PRS-CENTRO-COSTE
               MOVE WS-GRADO TO PRS-GRADO
               READ PRESUPUESTO-FILE
                   INVALID KEY
                       DISPLAY "NO HAY PRESUPUESTO PARA " WS-CENTRO
                           "/" WS-GRADO
                   NOT INVALID KEY
                       PERFORM MUESTRA-LINEA
               END-READ
           END-IF.

       PROCESA-LISTA.
      *    CENTRO EN BLANCO: TODO EL PRESUPUESTO
           DISPLAY "Centro de coste (en blanco, todos): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CENTRO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-CONT-LINEAS WS-TOT-PLAZAS WS-TOT-SALARIO
           MOVE "N" TO WS-EOF-PRESUPUESTO
           MOVE WS-CENTRO TO PRS-CENTRO-COSTE
           MOVE LOW-VALUES TO PRS-GRADO
           START PRESUPUESTO-FILE KEY IS >= PRS-CLAVE
               INVALID KEY
                   SET FIN-PRESUPUESTO TO TRUE
           END-START
           PERFORM UNTIL FIN-PRESUPUESTO
               READ PRESUPUESTO-FILE NEXT RECORD
                   AT END
                       SET FIN-PRESUPUESTO TO TRUE
                   NOT AT END
                       IF WS-CENTRO NOT = SPACES
                               AND PRS-CENTRO-COSTE NOT = WS-CENTRO
                           SET FIN-PRESUPUESTO TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-LINEAS
                           ADD PRS-PLAZAS TO WS-TOT-PLAZAS
                           ADD PRS-SALARIO-MENSUAL TO WS-TOT-SALARIO
                           PERFORM MUESTRA-LINEA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOT-PLAZAS TO WS-PLAZAS-ED
           MOVE WS-TOT-SALARIO TO WS-SALARIO-ED
           DISPLAY "LINEAS: " WS-CONT-LINEAS
               " PLAZAS: " WS-PLAZAS-ED
               " COSTE MENSUAL: " WS-SALARIO-ED.

       MUESTRA-LINEA.
           MOVE PRS-PLAZAS TO WS-PLAZAS-ED
           MOVE PRS-SALARIO-MENSUAL TO WS-SALARIO-ED
           DISPLAY "CENTRO " PRS-CENTRO-COSTE " GRADO " PRS-GRADO
               " PLAZAS " WS-PLAZAS-ED
               " COSTE MENSUAL " WS-SALARIO-ED
               " ACTUALIZADO: " PRS-FECHA-ACTUALIZACION.

       END PROGRAM PRESUPUESTO-MAINT.
