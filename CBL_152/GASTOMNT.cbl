      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta de las hojas de gastos de viaje y representacion
      *          de los empleados en GASTOS_EMPLEADO.DAT (COPY
      *          GASTOREC) y mantenimiento de los limites por grado y
      *          categoria GASTOS_LIMITES.DAT (COPY GASLIREC), con el
      *          mismo menu que CENTROS-MAINT (CBL_109). El operador
      *          graba las lineas de la hoja que entrega el empleado
      *          (fecha, categoria e importe); la hoja nueva toma el
      *          numero siguiente del empleado y se pueden anadir o
      *          quitar lineas mientras toda la hoja siga pendiente.
      *          La categoria ha de tener limite para el grado del
      *          empleado; si la hoja lo supera se avisa, porque el
      *          responsable no podra aprobarla. La aprobacion es
      *          GASTOS-APROBACION (CBL_153), el lote de reembolso
      *          GASTOS-REEMBOLSO (CBL_154) y el informe de gasto
      *          INFORME-GASTOS (CBL_155). Todo cambio pasa por
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS-MAINT.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLI-CLAVE
               FILE STATUS IS WS-LIMITES-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GRADOS-FILE ASSIGN TO "GRADOS_SALARIALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODIGO
               FILE STATUS IS WS-GRADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GASTOS-FILE.
       COPY GASTOREC.

       FD  LIMITES-FILE.
       COPY GASLIREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  GRD-CODIGO PIC X(2).
           05  GRD-DESCRIPCION PIC X(30).
           05  GRD-SALARIO-BASE PIC 9(7)V99.
           05  GRD-ACTIVO PIC X.
               88  GRD-ES-ACTIVO VALUE "A".
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-GASTOS-STATUS PIC XX.
       01  WS-LIMITES-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-GRADOS-STATUS PIC XX.
       01  WS-VALIDAR-GRADOS PIC X VALUE "N".
           88  VALIDAR-GRADOS VALUE "Y".
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LIMITE VALUE "T" "t".
           88  OPCION-QUITA-LIMITE VALUE "Q" "q".
           88  OPCION-LISTA-LIMITES VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-EMP-ID PIC 9(6).
       01  WS-HOJA PIC 9(4).
       01  WS-LINEA PIC 9(2).
       01  WS-FECHA-GASTO PIC 9(8).
       01  WS-CATEGORIA PIC X(6).
       01  WS-IMPORTE-TEXTO PIC X(15).
       01  WS-IMPORTE PIC 9(7)V99.
       01  WS-DESCRIPCION PIC X(30).
       01  WS-GRADO PIC X(2).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-EXISTIA PIC X.
           88  REGISTRO-EXISTIA VALUE "Y".
       01  WS-LIMITE-ANTES PIC 9(7)V99.

      *    SITUACION DE UNA HOJA: LINEAS, ULTIMA LINEA, SI ALGUNA YA
      *    NO ESTA PENDIENTE Y LO QUE SUMA EN LA CATEGORIA DE LA ALTA
       01  WS-HOJA-LINEAS PIC 9(3).
       01  WS-HOJA-MAX-LINEA PIC 9(2).
       01  WS-HOJA-MAX PIC 9(4).
       01  WS-HOJA-SUMA-CATEGORIA PIC 9(9)V99.
       01  WS-HOJA-TRAMITADA PIC X.
           88  HOJA-TRAMITADA VALUE "Y".
       01  WS-CONT-LINEAS PIC 9(4).
       01  WS-TOTAL-HOJA PIC 9(9)V99.
       01  WS-ESTADO-TEXTO PIC X(10).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "GASTOS-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "GASTOS-MAINT".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

      *    SIN MAESTRO NO HAY GRADO NI CENTRO DE COSTE QUE GRABAR EN
      *    LA HOJA
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, NO SE "
                   "PUEDEN GRABAR HOJAS DE GASTOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O GASTOS-FILE
           IF WS-GASTOS-STATUS NOT = "00"
               OPEN OUTPUT GASTOS-FILE
               CLOSE GASTOS-FILE
               OPEN I-O GASTOS-FILE
           END-IF
           OPEN I-O LIMITES-FILE
           IF WS-LIMITES-STATUS NOT = "00"
               OPEN OUTPUT LIMITES-FILE
               CLOSE LIMITES-FILE
               OPEN I-O LIMITES-FILE
           END-IF
           OPEN INPUT GRADOS-FILE
           IF WS-GRADOS-STATUS = "00"
               SET VALIDAR-GRADOS TO TRUE
           ELSE
               DISPLAY "AVISO: GRADOS_SALARIALES.DAT NO DISPONIBLE, "
                   "NO SE VALIDAN LOS GRADOS DE LOS LIMITES"
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE GASTOS-FILE
           CLOSE LIMITES-FILE
           CLOSE EMPLOYEE-MASTER
           IF VALIDAR-GRADOS
               CLOSE GRADOS-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== HOJAS DE GASTOS DE EMPLEADOS ==="
           DISPLAY "A - ALTA DE LINEA DE GASTO (HOJA NUEVA O PENDIENTE)"
           DISPLAY "B - BAJA DE LINEA DE UNA HOJA PENDIENTE"
           DISPLAY "I - INQUIRY (HOJAS DE UN EMPLEADO)"
           DISPLAY "T - ALTA/CAMBIO DE LIMITE (GRADO Y CATEGORIA)"
           DISPLAY "Q - QUITAR LIMITE"
           DISPLAY "L - LISTAR LIMITES"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA THRU PROCESA-BAJA-FIN
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-LIMITE
                   PERFORM PROCESA-LIMITE THRU PROCESA-LIMITE-FIN
               WHEN OPCION-QUITA-LIMITE
                   PERFORM PROCESA-QUITA-LIMITE
               WHEN OPCION-LISTA-LIMITES
                   PERFORM PROCESA-LISTA-LIMITES
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PROCESA-ALTA.
           DISPLAY "EMPLEADO-ID: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           MOVE WS-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: EMPLEADO NO EXISTE EN EL MAESTRO: "
                       WS-EMP-ID
                   GO TO PROCESA-ALTA-FIN
           END-READ
           DISPLAY "Numero de hoja (0 = hoja nueva): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-HOJA FROM CONSOLE-DEVICE
           MOVE SPACES TO WS-CATEGORIA
           IF WS-HOJA = ZERO
               PERFORM BUSCA-HOJA-NUEVA
               IF WS-HOJA-MAX >= 9999
                   DISPLAY "ERROR: EL EMPLEADO NO TIENE MAS NUMEROS "
                       "DE HOJA LIBRES"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               COMPUTE WS-HOJA = WS-HOJA-MAX + 1
               MOVE 1 TO WS-LINEA
           ELSE
               PERFORM REVISA-HOJA
               IF WS-HOJA-LINEAS = ZERO
                   DISPLAY "ERROR: LA HOJA " WS-HOJA " NO EXISTE"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               IF HOJA-TRAMITADA
                   DISPLAY "ERROR: LA HOJA " WS-HOJA " YA ESTA "
                       "TRAMITADA, ABRA UNA HOJA NUEVA"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               IF WS-HOJA-MAX-LINEA >= 99
                   DISPLAY "ERROR: LA HOJA YA TIENE 99 LINEAS"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               COMPUTE WS-LINEA = WS-HOJA-MAX-LINEA + 1
           END-IF

           DISPLAY "Fecha del gasto (AAAAMMDD): " UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-GASTO FROM CONSOLE-DEVICE
           MOVE WS-FECHA-GASTO TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR WS-FECHA-GASTO > WS-FECHA-PROCESO
               DISPLAY "ERROR: FECHA DEL GASTO NO VALIDA"
               GO TO PROCESA-ALTA-FIN
           END-IF
           DISPLAY "Categoria (6 posiciones): " UPON CONSOLE-DEVICE
           ACCEPT WS-CATEGORIA FROM CONSOLE-DEVICE
           MOVE EMP-GRADO TO GLI-GRADO
           MOVE WS-CATEGORIA TO GLI-CATEGORIA
           READ LIMITES-FILE
               INVALID KEY
                   DISPLAY "ERROR: CATEGORIA " WS-CATEGORIA
                       " SIN LIMITE PARA EL GRADO " EMP-GRADO
                       ", NO ADMITIDA"
                   GO TO PROCESA-ALTA-FIN
           END-READ
           DISPLAY "Importe: " UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) NOT > ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) > 9999999.99
               DISPLAY "IMPORTE NO VALIDO, NO SE GRABA LA LINEA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
           DISPLAY "Descripcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE

      *    LO QUE LA HOJA YA LLEVA EN LA CATEGORIA, PARA EL AVISO
           MOVE ZERO TO WS-HOJA-SUMA-CATEGORIA
           IF WS-LINEA > 1
               PERFORM REVISA-HOJA
           END-IF

           MOVE SPACES TO GASTO-RECORD
           MOVE WS-EMP-ID TO GAS-EMP-ID
           MOVE WS-HOJA TO GAS-HOJA
           MOVE WS-LINEA TO GAS-LINEA
           MOVE WS-FECHA-GASTO TO GAS-FECHA-GASTO
           MOVE WS-CATEGORIA TO GAS-CATEGORIA
           MOVE WS-IMPORTE TO GAS-IMPORTE
           MOVE WS-DESCRIPCION TO GAS-DESCRIPCION
           MOVE EMP-CENTRO-COSTE TO GAS-CENTRO-COSTE
           MOVE EMP-GRADO TO GAS-GRADO
           SET GAS-ES-PENDIENTE TO TRUE
           MOVE ZERO TO GAS-APROBADOR GAS-FECHA-APROBACION
               GAS-FECHA-LOTE GAS-PERIODO-PAGO
           MOVE WS-FECHA-PROCESO TO GAS-FECHA-ACTUALIZACION
           WRITE GASTO-RECORD
               INVALID KEY
                   DISPLAY "ERROR: LA LINEA YA EXISTE, NO SE GRABA"
                   GO TO PROCESA-ALTA-FIN
           END-WRITE

           MOVE GAS-CLAVE TO WS-AUDIT-CLAVE
           MOVE WS-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "GASTO EMPLEADO=" WS-EMP-ID " HOJA=" WS-HOJA
               " LINEA=" WS-LINEA " " WS-FECHA-GASTO " "
               WS-CATEGORIA " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "LINEA GRABADA: HOJA " WS-HOJA " LINEA " WS-LINEA

           IF WS-HOJA-SUMA-CATEGORIA + WS-IMPORTE > GLI-LIMITE
               MOVE GLI-LIMITE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               DISPLAY "AVISO: LA HOJA SUPERA EN " WS-CATEGORIA
                   " EL LIMITE DEL GRADO " EMP-GRADO " ("
                   WS-IMPORTE-FMT "); EL RESPONSABLE NO PODRA "
                   "APROBARLA"
           END-IF
           IF EMP-JEFE-ID = ZERO
               DISPLAY "AVISO: EMPLEADO SIN RESPONSABLE ASIGNADO, LA "
                   "HOJA NO SE PODRA APROBAR HASTA QUE LO TENGA"
           END-IF.

       PROCESA-ALTA-FIN.
           EXIT.

       BUSCA-HOJA-NUEVA.
      *    ULTIMO NUMERO DE HOJA USADO POR EL EMPLEADO
           MOVE ZERO TO WS-HOJA-MAX
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-EMP-ID TO GAS-EMP-ID
           MOVE ZERO TO GAS-HOJA GAS-LINEA
           START GASTOS-FILE KEY IS >= GAS-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ GASTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF GAS-EMP-ID NOT = WS-EMP-ID
                           SET FIN-FICHERO TO TRUE
                       ELSE
                           MOVE GAS-HOJA TO WS-HOJA-MAX
                       END-IF
               END-READ
           END-PERFORM.

       REVISA-HOJA.
           MOVE ZERO TO WS-HOJA-LINEAS WS-HOJA-MAX-LINEA
               WS-HOJA-SUMA-CATEGORIA
           MOVE "N" TO WS-HOJA-TRAMITADA
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-EMP-ID TO GAS-EMP-ID
           MOVE WS-HOJA TO GAS-HOJA
           MOVE ZERO TO GAS-LINEA
           START GASTOS-FILE KEY IS >= GAS-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ GASTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF GAS-EMP-ID NOT = WS-EMP-ID
                               OR GAS-HOJA NOT = WS-HOJA
                           SET FIN-FICHERO TO TRUE
                       ELSE
                           ADD 1 TO WS-HOJA-LINEAS
                           MOVE GAS-LINEA TO WS-HOJA-MAX-LINEA
                           IF NOT GAS-ES-PENDIENTE
                               SET HOJA-TRAMITADA TO TRUE
                           END-IF
                           IF GAS-CATEGORIA = WS-CATEGORIA
                               ADD GAS-IMPORTE
                                   TO WS-HOJA-SUMA-CATEGORIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESA-BAJA.
           DISPLAY "EMPLEADO-ID: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           DISPLAY "Numero de hoja: " UPON CONSOLE-DEVICE
           ACCEPT WS-HOJA FROM CONSOLE-DEVICE
           DISPLAY "Numero de linea: " UPON CONSOLE-DEVICE
           ACCEPT WS-LINEA FROM CONSOLE-DEVICE
           MOVE WS-EMP-ID TO GAS-EMP-ID
           MOVE WS-HOJA TO GAS-HOJA
           MOVE WS-LINEA TO GAS-LINEA
           READ GASTOS-FILE
               INVALID KEY
                   DISPLAY "LINEA NO ENCONTRADA: " WS-EMP-ID " "
                       WS-HOJA " " WS-LINEA
                   GO TO PROCESA-BAJA-FIN
           END-READ
           IF NOT GAS-ES-PENDIENTE
               DISPLAY "ERROR: LA LINEA YA ESTA TRAMITADA (ESTADO "
                   GAS-ESTADO "), NO SE PUEDE QUITAR"
               GO TO PROCESA-BAJA-FIN
           END-IF
           DELETE GASTOS-FILE
               INVALID KEY
                   DISPLAY "LINEA NO ENCONTRADA: " WS-EMP-ID " "
                       WS-HOJA " " WS-LINEA
                   GO TO PROCESA-BAJA-FIN
           END-DELETE
           MOVE GAS-CLAVE TO WS-AUDIT-CLAVE
           MOVE GAS-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "GASTO EMPLEADO=" WS-EMP-ID " HOJA=" WS-HOJA
               " LINEA=" WS-LINEA " " GAS-CATEGORIA " IMPORTE="
               WS-IMPORTE-FMT " RETIRADA"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "LINEA RETIRADA".

       PROCESA-BAJA-FIN.
           EXIT.

       PROCESA-CONSULTA.
           DISPLAY "EMPLEADO-ID: " UPON CONSOLE-DEVICE
           ACCEPT WS-EMP-ID FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-CONT-LINEAS WS-TOTAL-HOJA
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-EMP-ID TO GAS-EMP-ID
           MOVE ZERO TO GAS-HOJA GAS-LINEA
           START GASTOS-FILE KEY IS >= GAS-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ GASTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF GAS-EMP-ID NOT = WS-EMP-ID
                           SET FIN-FICHERO TO TRUE
                       ELSE
                           PERFORM MUESTRA-LINEA
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-HOJA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "LINEAS DEL EMPLEADO: " WS-CONT-LINEAS
               " IMPORTE TOTAL: " WS-IMPORTE-FMT.

       MUESTRA-LINEA.
           ADD 1 TO WS-CONT-LINEAS
           ADD GAS-IMPORTE TO WS-TOTAL-HOJA
           EVALUATE TRUE
               WHEN GAS-ES-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
               WHEN GAS-ES-APROBADA
                   MOVE "APROBADA" TO WS-ESTADO-TEXTO
               WHEN GAS-ES-RECHAZADA
                   MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
               WHEN GAS-ES-EN-LOTE
                   MOVE "EN LOTE" TO WS-ESTADO-TEXTO
               WHEN GAS-ES-PAGADA
                   MOVE "PAGADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE GAS-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           MOVE GAS-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "HOJA " GAS-HOJA " LINEA " GAS-LINEA " "
               GAS-FECHA-GASTO " " GAS-CATEGORIA " " WS-IMPORTE-FMT
               " " WS-ESTADO-TEXTO " " GAS-DESCRIPCION.

       PIDE-LIMITE.
           DISPLAY "Grado salarial: " UPON CONSOLE-DEVICE
           ACCEPT WS-GRADO FROM CONSOLE-DEVICE
           DISPLAY "Categoria de gasto (6 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CATEGORIA FROM CONSOLE-DEVICE.

       PROCESA-LIMITE.
           PERFORM PIDE-LIMITE
           IF WS-CATEGORIA = SPACES
               DISPLAY "ERROR: LA CATEGORIA NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-LIMITE-FIN
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
                   GO TO PROCESA-LIMITE-FIN
               END-IF
           END-IF
           DISPLAY "Descripcion de la categoria: " UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE
           DISPLAY "Limite por hoja: " UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) < ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) > 9999999.99
               DISPLAY "IMPORTE NO VALIDO, NO SE GRABA EL LIMITE"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-LIMITE-FIN
           END-IF
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(WS-IMPORTE-TEXTO)

           MOVE "N" TO WS-EXISTIA
           MOVE ZERO TO WS-LIMITE-ANTES
           MOVE WS-GRADO TO GLI-GRADO
           MOVE WS-CATEGORIA TO GLI-CATEGORIA
           READ LIMITES-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
                   MOVE GLI-LIMITE TO WS-LIMITE-ANTES
           END-READ
           MOVE WS-GRADO TO GLI-GRADO
           MOVE WS-CATEGORIA TO GLI-CATEGORIA
           MOVE WS-DESCRIPCION TO GLI-DESCRIPCION
           MOVE WS-IMPORTE TO GLI-LIMITE
           MOVE WS-FECHA-PROCESO TO GLI-FECHA-ACTUALIZACION
           IF REGISTRO-EXISTIA
               REWRITE GASTO-LIMITE-RECORD
           ELSE
               WRITE GASTO-LIMITE-RECORD
           END-IF

           MOVE GLI-CLAVE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LIMITE GASTO GRADO=" WS-GRADO " CATEGORIA="
               WS-CATEGORIA " " WS-LIMITE-ANTES "->" WS-IMPORTE
               " " WS-DESCRIPCION
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "LIMITE GRABADO".

       PROCESA-LIMITE-FIN.
           EXIT.

       PROCESA-QUITA-LIMITE.
           PERFORM PIDE-LIMITE
           MOVE WS-GRADO TO GLI-GRADO
           MOVE WS-CATEGORIA TO GLI-CATEGORIA
           DELETE LIMITES-FILE
               INVALID KEY
                   DISPLAY "LIMITE NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE GLI-CLAVE TO WS-AUDIT-CLAVE
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "LIMITE GASTO GRADO=" WS-GRADO
                       " CATEGORIA=" WS-CATEGORIA " RETIRADO"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "LIMITE RETIRADO"
           END-DELETE.

       PROCESA-LISTA-LIMITES.
           MOVE ZERO TO WS-CONT-LINEAS
           MOVE "N" TO WS-EOF-FICHERO
           MOVE LOW-VALUES TO GLI-CLAVE
           START LIMITES-FILE KEY IS >= GLI-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ LIMITES-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LINEAS
                       MOVE GLI-LIMITE TO WS-IMPORTE-COMUN
                       CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                           WS-IMPORTE-FMT
                       DISPLAY "GRADO " GLI-GRADO " " GLI-CATEGORIA
                           " " WS-IMPORTE-FMT " " GLI-DESCRIPCION
               END-READ
           END-PERFORM
           DISPLAY "LIMITES: " WS-CONT-LINEAS.

       END PROGRAM GASTOS-MAINT.
