      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del presupuesto contable por cuenta
      *          PRESUPUESTO_CUENTAS.DAT (COPY PRECUREC), con el mismo
      *          menu que PRESUPUESTO-MAINT (CBL_146). Cada linea es
      *          una cuenta de CUENTAS.DAT (activa) y un ejercicio, con
      *          el importe presupuestado de cada mes como neto debe
      *          menos haber. Se teclea mes a mes o se carga entero
      *          desde el fichero que entrega finanzas,
      *          PRESUPUESTO_FINANZAS.CSV, una linea por cuenta:
      *              CUENTA,EJERCICIO,MES01,...,MES12
      *          (la cabecera, si la trae, se salta); la linea valida
      *          sustituye la que hubiera y la que no se puede cargar
      *          se muestra con su motivo. La comparacion con los
      *          reales la saca INFORME-PRESUP-CTAS (CBL_159). Todo
      *          cambio pasa por AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-CUENTAS-MAINT.

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
               ASSIGN TO "PRESUPUESTO_CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCU-CLAVE
               FILE STATUS IS WS-PRESUPUESTO-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT FINANZAS-FILE ASSIGN TO "PRESUPUESTO_FINANZAS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINANZAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE.
       COPY PRECUREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       FD  FINANZAS-FILE.
       01  FINANZAS-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-PRESUPUESTO-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-FINANZAS-STATUS PIC XX.
       01  WS-EOF-PRESUPUESTO PIC X.
           88  FIN-PRESUPUESTO VALUE "Y".
       01  WS-EOF-FINANZAS PIC X.
           88  FIN-FINANZAS VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-CARGA VALUE "C" "c".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CUENTA PIC X(10).
       01  WS-EJERCICIO PIC 9(4).
       01  WS-EJERCICIO-TEXTO PIC X(4).
       01  WS-CLAVE-VALIDA PIC X.
           88  CLAVE-VALIDA VALUE "Y".
       01  WS-EXISTIA PIC X.
           88  LINEA-EXISTIA VALUE "Y".
       01  WS-MES-IDX PIC 99.
       01  WS-IMPORTE-TEXTO PIC X(20).

      *    LOS DOCE MESES EN CURSO DE ALTA O DE CARGA
       01  WS-MESES.
           05  WS-MES-IMPORTE PIC S9(9)V99 OCCURS 12 TIMES.
       01  WS-TOTAL-ANUAL PIC S9(11)V99.
       01  WS-TOTAL-ANTES PIC S9(11)V99.

      *    CAMPOS DE UNA LINEA DEL FICHERO DE FINANZAS
       01  WS-CSV-CAMPOS.
           05  WS-CSV-CUENTA PIC X(20).
           05  WS-CSV-EJERCICIO PIC X(20).
           05  WS-CSV-MES PIC X(20) OCCURS 12 TIMES.
       01  WS-MOTIVO PIC X(40).
       01  WS-CONT-LEIDAS PIC 9(5).
       01  WS-CONT-CARGADAS PIC 9(5).
       01  WS-CONT-RECHAZADAS PIC 9(5).

       01  WS-CONT-LINEAS PIC 9(4).
       01  WS-TOT-LISTA PIC S9(11)V99.
       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-TOTAL-ED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PRESUP-CUENTAS-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PRESUP-CUENTAS-MAINT".

      *    SOLO SE PRESUPUESTAN CUENTAS DEL PLAN
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS NOT = "00"
               DISPLAY "CUENTAS.DAT NO DISPONIBLE: NO SE PUEDE "
                   "MANTENER EL PRESUPUESTO CONTABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PRESUPUESTO-FILE
           IF WS-PRESUPUESTO-STATUS NOT = "00"
               OPEN OUTPUT PRESUPUESTO-FILE
               CLOSE PRESUPUESTO-FILE
               OPEN I-O PRESUPUESTO-FILE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE PRESUPUESTO-FILE
           CLOSE CUENTAS-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== PRESUPUESTO CONTABLE POR CUENTA ==="
           DISPLAY "A - ALTA/CAMBIO DE LINEA (CUENTA Y EJERCICIO)"
           DISPLAY "B - BAJA (QUITAR LINEA)"
           DISPLAY "I - INQUIRY (CONSULTAR LINEA)"
           DISPLAY "L - LISTAR EL PRESUPUESTO DE UN EJERCICIO"
           DISPLAY "C - CARGAR PRESUPUESTO_FINANZAS.CSV"
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
               WHEN OPCION-CARGA
                   PERFORM PROCESA-CARGA THRU PROCESA-CARGA-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CLAVE.
           MOVE "N" TO WS-CLAVE-VALIDA
           DISPLAY "Cuenta: " UPON CONSOLE-DEVICE
           ACCEPT WS-CUENTA FROM CONSOLE-DEVICE
           DISPLAY "Ejercicio (AAAA): " UPON CONSOLE-DEVICE
           ACCEPT WS-EJERCICIO-TEXTO FROM CONSOLE-DEVICE
           IF WS-CUENTA = SPACES
                   OR WS-EJERCICIO-TEXTO NOT NUMERIC
               DISPLAY "ERROR: CUENTA Y EJERCICIO SON OBLIGATORIOS"
           ELSE
               MOVE WS-EJERCICIO-TEXTO TO WS-EJERCICIO
               SET CLAVE-VALIDA TO TRUE
           END-IF.

       PROCESA-ALTA.
           PERFORM PIDE-CLAVE
           IF NOT CLAVE-VALIDA
               GO TO PROCESA-ALTA-FIN
           END-IF
           MOVE WS-CUENTA TO CTA-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE SPACE TO CTA-ACTIVA
           END-READ
           IF NOT CTA-ES-ACTIVA
               DISPLAY "CUENTA NO EXISTE O ESTA INACTIVA EN "
                   "CUENTAS.DAT: " WS-CUENTA
               GO TO PROCESA-ALTA-FIN
           END-IF

      *    SI LA LINEA YA EXISTE, CADA MES EN BLANCO CONSERVA SU
      *    IMPORTE
           MOVE "N" TO WS-EXISTIA
           MOVE ZERO TO WS-TOTAL-ANTES
           MOVE WS-CUENTA TO PCU-CUENTA
           MOVE WS-EJERCICIO TO PCU-EJERCICIO
           READ PRESUPUESTO-FILE
               INVALID KEY
                   PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                           UNTIL WS-MES-IDX > 12
                       MOVE ZERO TO WS-MES-IMPORTE(WS-MES-IDX)
                   END-PERFORM
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
                   PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                           UNTIL WS-MES-IDX > 12
                       MOVE PCU-IMPORTE-MES(WS-MES-IDX)
                           TO WS-MES-IMPORTE(WS-MES-IDX)
                       ADD PCU-IMPORTE-MES(WS-MES-IDX)
                           TO WS-TOTAL-ANTES
                   END-PERFORM
           END-READ
           DISPLAY "IMPORTES NETOS DEBE-HABER (INGRESOS EN NEGATIVO); "
               "EN BLANCO CONSERVA EL ACTUAL"
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               MOVE WS-MES-IMPORTE(WS-MES-IDX) TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               DISPLAY "Mes " WS-MES-IDX " (" WS-IMPORTE-FMT "): "
                   UPON CONSOLE-DEVICE
               MOVE SPACES TO WS-IMPORTE-TEXTO
               ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
               IF WS-IMPORTE-TEXTO NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) NOT = ZERO
                           OR FUNCTION ABS(FUNCTION NUMVAL
                           (WS-IMPORTE-TEXTO)) > 999999999.99
                       DISPLAY "IMPORTE NO VALIDO, EL MES CONSERVA "
                           "SU IMPORTE"
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       COMPUTE WS-MES-IMPORTE(WS-MES-IDX) =
                           FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM GRABA-LINEA

           MOVE PCU-CLAVE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "PRESUPUESTO CUENTA=" WS-CUENTA " EJERCICIO="
               WS-EJERCICIO " ANUAL=" WS-TOTAL-ANTES "->"
               WS-TOTAL-ANUAL " EXISTIA=" WS-EXISTIA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "LINEA DE PRESUPUESTO GRABADA".

       PROCESA-ALTA-FIN.
           EXIT.

       GRABA-LINEA.
      *    GRABA O SUSTITUYE LA LINEA CON LOS DOCE MESES EN CURSO
           MOVE ZERO TO WS-TOTAL-ANUAL
           MOVE WS-CUENTA TO PCU-CUENTA
           MOVE WS-EJERCICIO TO PCU-EJERCICIO
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               MOVE WS-MES-IMPORTE(WS-MES-IDX)
                   TO PCU-IMPORTE-MES(WS-MES-IDX)
               ADD WS-MES-IMPORTE(WS-MES-IDX) TO WS-TOTAL-ANUAL
           END-PERFORM
           CALL "FECHAPROC" USING PCU-FECHA-ACTUALIZACION
           IF LINEA-EXISTIA
               REWRITE PRESUPUESTO-CUENTA-RECORD
           ELSE
               WRITE PRESUPUESTO-CUENTA-RECORD
           END-IF.

       PROCESA-BAJA.
           PERFORM PIDE-CLAVE
           IF CLAVE-VALIDA
               MOVE WS-CUENTA TO PCU-CUENTA
               MOVE WS-EJERCICIO TO PCU-EJERCICIO
               DELETE PRESUPUESTO-FILE
                   INVALID KEY
                       DISPLAY "NO HAY PRESUPUESTO PARA " WS-CUENTA
                           "/" WS-EJERCICIO
                   NOT INVALID KEY
                       MOVE PCU-CLAVE TO WS-AUDIT-CLAVE
                       MOVE SPACES TO WS-AUDIT-DETALLE
                       STRING "PRESUPUESTO CUENTA=" WS-CUENTA
                           " EJERCICIO=" WS-EJERCICIO " RETIRADO"
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
               MOVE WS-CUENTA TO PCU-CUENTA
               MOVE WS-EJERCICIO TO PCU-EJERCICIO
               READ PRESUPUESTO-FILE
                   INVALID KEY
                       DISPLAY "NO HAY PRESUPUESTO PARA " WS-CUENTA
                           "/" WS-EJERCICIO
                   NOT INVALID KEY
                       PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                               UNTIL WS-MES-IDX > 12
                           MOVE PCU-IMPORTE-MES(WS-MES-IDX)
                               TO WS-IMPORTE-COMUN
                           CALL "FORMATEA-IMPORTE" USING
                               WS-IMPORTE-COMUN WS-IMPORTE-FMT
                           DISPLAY "  MES " WS-MES-IDX " "
                               WS-IMPORTE-FMT
                       END-PERFORM
                       PERFORM MUESTRA-LINEA
               END-READ
           END-IF.

       PROCESA-LISTA.
           DISPLAY "Ejercicio (AAAA): " UPON CONSOLE-DEVICE
           ACCEPT WS-EJERCICIO-TEXTO FROM CONSOLE-DEVICE
           IF WS-EJERCICIO-TEXTO NOT NUMERIC
               DISPLAY "ERROR: EJERCICIO NO VALIDO"
           ELSE
               MOVE WS-EJERCICIO-TEXTO TO WS-EJERCICIO
               MOVE ZERO TO WS-CONT-LINEAS WS-TOT-LISTA
               MOVE "N" TO WS-EOF-PRESUPUESTO
               MOVE LOW-VALUES TO PCU-CLAVE
               START PRESUPUESTO-FILE KEY IS >= PCU-CLAVE
                   INVALID KEY
                       SET FIN-PRESUPUESTO TO TRUE
               END-START
               PERFORM UNTIL FIN-PRESUPUESTO
                   READ PRESUPUESTO-FILE NEXT RECORD
                       AT END
                           SET FIN-PRESUPUESTO TO TRUE
                       NOT AT END
                           IF PCU-EJERCICIO = WS-EJERCICIO
                               ADD 1 TO WS-CONT-LINEAS
                               PERFORM MUESTRA-LINEA
                               ADD WS-TOTAL-ANUAL TO WS-TOT-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TOT-LISTA TO WS-TOTAL-ED
               DISPLAY "CUENTAS PRESUPUESTADAS: " WS-CONT-LINEAS
                   " NETO ANUAL: " WS-TOTAL-ED
           END-IF.

       MUESTRA-LINEA.
           MOVE ZERO TO WS-TOTAL-ANUAL
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12
               ADD PCU-IMPORTE-MES(WS-MES-IDX) TO WS-TOTAL-ANUAL
           END-PERFORM
           MOVE WS-TOTAL-ANUAL TO WS-TOTAL-ED
           DISPLAY "CUENTA " PCU-CUENTA " EJERCICIO " PCU-EJERCICIO
               " ANUAL " WS-TOTAL-ED
               " ACTUALIZADO: " PCU-FECHA-ACTUALIZACION.

       PROCESA-CARGA.
           OPEN INPUT FINANZAS-FILE
           IF WS-FINANZAS-STATUS NOT = "00"
               DISPLAY "PRESUPUESTO_FINANZAS.CSV NO DISPONIBLE"
               GO TO PROCESA-CARGA-FIN
           END-IF
           MOVE ZERO TO WS-CONT-LEIDAS WS-CONT-CARGADAS
               WS-CONT-RECHAZADAS
           MOVE "N" TO WS-EOF-FINANZAS
           PERFORM LEE-FINANZAS
           PERFORM UNTIL FIN-FINANZAS
               IF FINANZAS-RECORD(1:6) NOT = "CUENTA"
                       AND FINANZAS-RECORD NOT = SPACES
                   ADD 1 TO WS-CONT-LEIDAS
                   PERFORM CARGA-LINEA THRU CARGA-LINEA-FIN
               END-IF
               PERFORM LEE-FINANZAS
           END-PERFORM
           CLOSE FINANZAS-FILE

           MOVE "PRESUPUESTO_FINANZAS" TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CARGA PRESUPUESTO CONTABLE LEIDAS="
               WS-CONT-LEIDAS " CARGADAS=" WS-CONT-CARGADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "CARGA TERMINADA: LEIDAS=" WS-CONT-LEIDAS
               " CARGADAS=" WS-CONT-CARGADAS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
           IF WS-CONT-RECHAZADAS > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       PROCESA-CARGA-FIN.
           EXIT.

       LEE-FINANZAS.
           READ FINANZAS-FILE
               AT END
                   SET FIN-FINANZAS TO TRUE
           END-READ.

       CARGA-LINEA.
           MOVE SPACES TO WS-CSV-CAMPOS WS-MOTIVO
           UNSTRING FINANZAS-RECORD DELIMITED BY ","
               INTO WS-CSV-CUENTA WS-CSV-EJERCICIO
                    WS-CSV-MES(1) WS-CSV-MES(2) WS-CSV-MES(3)
                    WS-CSV-MES(4) WS-CSV-MES(5) WS-CSV-MES(6)
                    WS-CSV-MES(7) WS-CSV-MES(8) WS-CSV-MES(9)
                    WS-CSV-MES(10) WS-CSV-MES(11) WS-CSV-MES(12)
           END-UNSTRING
           MOVE WS-CSV-CUENTA(1:10) TO WS-CUENTA
           IF WS-CSV-EJERCICIO(1:4) NOT NUMERIC
                   OR WS-CSV-EJERCICIO(5:) NOT = SPACES
               MOVE "EJERCICIO NO VALIDO" TO WS-MOTIVO
               GO TO CARGA-LINEA-RECHAZO
           END-IF
           MOVE WS-CSV-EJERCICIO(1:4) TO WS-EJERCICIO
           MOVE WS-CUENTA TO CTA-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE SPACE TO CTA-ACTIVA
           END-READ
           IF NOT CTA-ES-ACTIVA
               MOVE "CUENTA DESCONOCIDA O INACTIVA" TO WS-MOTIVO
               GO TO CARGA-LINEA-RECHAZO
           END-IF
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 12 OR WS-MOTIVO NOT = SPACES
               IF WS-CSV-MES(WS-MES-IDX) = SPACES
                   MOVE ZERO TO WS-MES-IMPORTE(WS-MES-IDX)
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-CSV-MES(WS-MES-IDX))
                           NOT = ZERO
                           OR FUNCTION ABS(FUNCTION NUMVAL
                           (WS-CSV-MES(WS-MES-IDX))) > 999999999.99
                       STRING "IMPORTE DEL MES " WS-MES-IDX
                           " NO VALIDO"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   ELSE
                       COMPUTE WS-MES-IMPORTE(WS-MES-IDX) =
                           FUNCTION NUMVAL(WS-CSV-MES(WS-MES-IDX))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MOTIVO NOT = SPACES
               GO TO CARGA-LINEA-RECHAZO
           END-IF

           MOVE "N" TO WS-EXISTIA
           MOVE WS-CUENTA TO PCU-CUENTA
           MOVE WS-EJERCICIO TO PCU-EJERCICIO
           READ PRESUPUESTO-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTIA
           END-READ
           PERFORM GRABA-LINEA
           ADD 1 TO WS-CONT-CARGADAS
           GO TO CARGA-LINEA-FIN.

       CARGA-LINEA-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS
           DISPLAY "RECHAZADA: " WS-CSV-CUENTA(1:10) " "
               WS-CSV-EJERCICIO(1:4) " - " WS-MOTIVO.

       CARGA-LINEA-FIN.
           EXIT.

       END PROGRAM PRESUP-CUENTAS-MAINT.
