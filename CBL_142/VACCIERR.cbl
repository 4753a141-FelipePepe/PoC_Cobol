      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre anual de vacaciones sobre AUSENCIAS_DERECHOS.DAT
      *          (COPY DEREREC), hasta hoy un arrastre a mano segun
      *          quien se acordara. Cada corrida hace dos pasadas:
      *              - caducidad: el arrastre de un ano cuya fecha de
      *                caducidad ya paso queda reducido a lo que se
      *                disfruto antes de esa fecha (vacaciones VA de
      *                AUSENCIAS_MOV.DAT, que consumen primero el
      *                arrastre); el resto caduca,
      *              - cierre: para cada empleado de EMPLOYEE_MASTER.DAT
      *                calcula el saldo no disfrutado del ano que se
      *                cierra (derecho + arrastre vigente - tomados),
      *                pasa al ano siguiente hasta el maximo de
      *                arrastre, da por perdido el exceso y abre el
      *                derecho del ano nuevo con su fecha de caducidad
      *                del arrastre. Un empleado sin derecho grabado en
      *                el ano que se cierra recibe el derecho anual
      *                prorrateado por meses desde su fecha de alta
      *                (la ALTA de EMPLOYEE_HISTORIA.DAT), y lo mismo
      *                el ano nuevo si el alta cae dentro de el.
      *          Parametros PARAMLEE: ANO-CIERRE (por defecto el ano
      *          de proceso), MAX-ARRASTRE (5 dias), CADUCIDAD-ARRASTRE
      *          (MMDD del ano nuevo, 0331) y DIAS-ANUALES (22). Un ano
      *          ya cerrado no se vuelve a cerrar, de modo que repetir
      *          la corrida solo aplica caducidades nuevas. El informe
      *          INFORME_ARRASTRE_VACACIONES.TXT es para Personal antes
      *          de abrir el ano; se corre en diciembre y de nuevo
      *          pasada la fecha de caducidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACACIONES-CIERRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DERECHOS-FILE ASSIGN TO "AUSENCIAS_DERECHOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DER-CLAVE
               FILE STATUS IS WS-DERECHOS-STATUS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "AUSENCIAS_MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

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

           SELECT ARRASTRE-REPORT
               ASSIGN TO "INFORME_ARRASTRE_VACACIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DERECHOS-FILE.
       COPY DEREREC.

       FD  MOVIMIENTOS-FILE.
       01  MOVIMIENTO-RECORD.
           05  MOV-EMP-ID PIC 9(6).
           05  MOV-TIPO PIC X(2).
               88  MOV-VACACIONES VALUE "VA".
           05  MOV-DESDE PIC 9(8).
           05  MOV-HASTA PIC 9(8).
           05  MOV-DIAS PIC 9(3).

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

       FD  ARRASTRE-REPORT.
       01  ARRASTRE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DERECHOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-DERECHOS PIC X VALUE "N".
           88  FIN-DERECHOS VALUE "Y".
       01  WS-EOF-MOVIMIENTOS PIC X VALUE "N".
           88  FIN-MOVIMIENTOS VALUE "Y".
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  FIN-MASTER VALUE "Y".
       01  WS-EOF-HISTORIA PIC X.
           88  FIN-HISTORIA VALUE "Y".
       01  WS-HISTORIA-ABIERTA PIC X VALUE "N".
           88  HISTORIA-ABIERTA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-SEVERIDAD PIC 9.

       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-ANO-CIERRE PIC 9(4).
       01  WS-ANO-NUEVO PIC 9(4).
       01  WS-MAX-ARRASTRE PIC 9(3) VALUE 5.
       01  WS-CADUCIDAD-MMDD PIC 9(4) VALUE 0331.
       01  WS-DIAS-ANUALES PIC 9(3) VALUE 22.
       01  WS-FECHA-CADUCIDAD-NUEVA PIC 9(8).

      *    VACACIONES TOMADAS (TIPO VA) DE TODOS LOS ANOS: LAS DOS
      *    PASADAS LAS CONSULTAN POR EMPLEADO, ANO Y FECHA TOPE
       01  WS-VA-TABLA.
           05  WS-VA-ENT OCCURS 5000 TIMES.
               10  WS-VA-EMP PIC 9(6).
               10  WS-VA-DESDE PIC 9(8).
               10  WS-VA-DIAS PIC 9(3).
       01  WS-VA-USADOS PIC 9(4) VALUE ZERO.
       01  WS-VA-IDX PIC 9(4).

       01  WS-CONSULTA-EMP PIC 9(6).
       01  WS-CONSULTA-ANO PIC 9(4).
       01  WS-CONSULTA-TOPE PIC 9(8).
       01  WS-CONSULTA-DIAS PIC 9(5).

       01  WS-FECHA-ALTA PIC 9(8).
       01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
           05  WS-ALTA-ANO PIC 9(4).
           05  WS-ALTA-MES PIC 99.
           05  WS-ALTA-DIA PIC 99.
       01  WS-PRORRATA-ANO PIC 9(4).
       01  WS-PRORRATA-DIAS PIC 9(3).

       01  WS-CIERRE.
           05  WS-DERECHO-ANO PIC 9(3).
           05  WS-ARRASTRE-PREVIO PIC 9(3).
           05  WS-TOMADOS PIC 9(5).
           05  WS-SALDO PIC S9(5).
           05  WS-A-ARRASTRAR PIC 9(3).
           05  WS-PERDIDOS PIC 9(3).
           05  WS-DERECHO-NUEVO PIC 9(3).
           05  WS-MARCA-LINEA PIC X(24).
       01  WS-DERECHO-EXISTIA PIC X.
           88  DERECHO-EXISTIA VALUE "Y".

       01  WS-CONT-CADUCADOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-DIAS-CADUCADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-YA-CERRADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-PRORRATEADOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-ARRASTRADOS PIC 9(7) VALUE ZERO.
       01  WS-TOT-PERDIDOS PIC 9(7) VALUE ZERO.

       01  WS-SALDO-ED PIC -ZZZ9.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "VACACIONES-CIERRE".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "AUSENCIA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "VACACIONES-CIERRE".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM LEE-PARAMETROS
           COMPUTE WS-ANO-NUEVO = WS-ANO-CIERRE + 1
           COMPUTE WS-FECHA-CADUCIDAD-NUEVA =
               WS-ANO-NUEVO * 10000 + WS-CADUCIDAD-MMDD

           OPEN I-O DERECHOS-FILE
           IF WS-DERECHOS-STATUS NOT = "00"
               OPEN OUTPUT DERECHOS-FILE
               CLOSE DERECHOS-FILE
               OPEN I-O DERECHOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "AUSENCIAS_DERECHOS.DAT" WS-DERECHOS-STATUS
               WS-SEVERIDAD
           IF WS-DERECHOS-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARGA-VACACIONES

           OPEN OUTPUT ARRASTRE-REPORT
           CALL "RPTHDR" USING "VACACIONES-CIERRE"
               "INFORME_ARRASTRE_VACACIONES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD

           PERFORM CADUCA-ARRASTRES
           PERFORM CIERRA-ANO
           PERFORM ESCRIBE-RESUMEN

           CLOSE ARRASTRE-REPORT
           CLOSE DERECHOS-FILE

           MOVE WS-ANO-CIERRE TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CIERRE VACACIONES EMPLEADOS=" WS-CONT-EMPLEADOS
               " ARRASTRADOS=" WS-TOT-ARRASTRADOS
               " PERDIDOS=" WS-TOT-PERDIDOS
               " CADUCADOS=" WS-TOT-DIAS-CADUCADOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CIERRE DE VACACIONES " WS-ANO-CIERRE
               ": EMPLEADOS=" WS-CONT-EMPLEADOS
               " YA CERRADOS=" WS-CONT-YA-CERRADOS
               " ARRASTRES CADUCADOS=" WS-CONT-CADUCADOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
           MOVE WS-FECHA-PROCESO(1:4) TO WS-ANO-CIERRE
           CALL "PARAMLEE" USING "VACACIONES-CIERRE   "
               "ANO-CIERRE          " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) > 1900
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 9999
               COMPUTE WS-ANO-CIERRE = FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
           CALL "PARAMLEE" USING "VACACIONES-CIERRE   "
               "MAX-ARRASTRE        " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
               COMPUTE WS-MAX-ARRASTRE =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF
      *    FECHA LIMITE DEL ARRASTRE EN EL ANO NUEVO, COMO MMDD; UN
      *    VALOR QUE NO SEA UNA FECHA DE CALENDARIO DEJA EL DE DEFECTO
           CALL "PARAMLEE" USING "VACACIONES-CIERRE   "
               "CADUCIDAD-ARRASTRE  " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) > 100
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1232
               COMPUTE WS-FECHA-CADUCIDAD-NUEVA =
                   (WS-ANO-CIERRE + 1) * 10000
                   + FUNCTION NUMVAL(WS-PARAM-VALOR)
               CALL "FECHAVAL" USING WS-FECHA-CADUCIDAD-NUEVA
                   WS-FECHA-SEVERIDAD
               IF WS-FECHA-SEVERIDAD = ZERO
                   COMPUTE WS-CADUCIDAD-MMDD =
                       FUNCTION NUMVAL(WS-PARAM-VALOR)
               ELSE
                   DISPLAY "AVISO: CADUCIDAD-ARRASTRE NO ES UNA FECHA,"
                       " SE TOMA " WS-CADUCIDAD-MMDD
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           CALL "PARAMLEE" USING "VACACIONES-CIERRE   "
               "DIAS-ANUALES        " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= ZERO
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 366
               COMPUTE WS-DIAS-ANUALES =
                   FUNCTION NUMVAL(WS-PARAM-VALOR)
           END-IF.

       CARGA-VACACIONES.
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS = "00"
               PERFORM UNTIL FIN-MOVIMIENTOS
                   READ MOVIMIENTOS-FILE
                       AT END
                           SET FIN-MOVIMIENTOS TO TRUE
                       NOT AT END
                           IF MOV-VACACIONES
                                   AND MOV-DESDE NUMERIC
                                   AND MOV-DIAS NUMERIC
                               PERFORM GUARDA-VACACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF.

       GUARDA-VACACION.
           IF WS-VA-USADOS < 5000
               ADD 1 TO WS-VA-USADOS
               MOVE MOV-EMP-ID TO WS-VA-EMP(WS-VA-USADOS)
               MOVE MOV-DESDE TO WS-VA-DESDE(WS-VA-USADOS)
               MOVE MOV-DIAS TO WS-VA-DIAS(WS-VA-USADOS)
           ELSE
               DISPLAY "AVISO: MAS DE 5000 VACACIONES, SE IGNORA LA "
                   "DEL EMPLEADO " MOV-EMP-ID " DESDE " MOV-DESDE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    DIAS DE VACACIONES DE WS-CONSULTA-EMP INICIADOS EN EL ANO
      *    WS-CONSULTA-ANO HASTA LA FECHA WS-CONSULTA-TOPE INCLUIDA
       SUMA-VACACIONES.
           MOVE ZERO TO WS-CONSULTA-DIAS
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
                   UNTIL WS-VA-IDX > WS-VA-USADOS
               IF WS-VA-EMP(WS-VA-IDX) = WS-CONSULTA-EMP
                       AND WS-VA-DESDE(WS-VA-IDX)(1:4)
                           = WS-CONSULTA-ANO
                       AND WS-VA-DESDE(WS-VA-IDX)
                           NOT > WS-CONSULTA-TOPE
                   ADD WS-VA-DIAS(WS-VA-IDX) TO WS-CONSULTA-DIAS
               END-IF
           END-PERFORM.

      ******************************************************************
      * PASADA DE CADUCIDAD: ARRASTRES CON LA FECHA LIMITE VENCIDA
      ******************************************************************
       CADUCA-ARRASTRES.
           MOVE SPACES TO ARRASTRE-RECORD
           STRING "ARRASTRES CADUCADOS A " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE "EMPLEADO ANO   CADUCIDAD  ARRASTRE DISFRUTADO CADUCADO"
               TO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE ZERO TO DER-EMP-ID
           MOVE ZERO TO DER-ANO
           START DERECHOS-FILE KEY IS >= DER-CLAVE
               INVALID KEY
                   SET FIN-DERECHOS TO TRUE
           END-START
           PERFORM UNTIL FIN-DERECHOS
               READ DERECHOS-FILE NEXT RECORD
                   AT END
                       SET FIN-DERECHOS TO TRUE
                   NOT AT END
                       IF DER-DIAS-ARRASTRE > ZERO
                               AND DER-ARRASTRE-VIGENTE
                               AND DER-FECHA-CADUCIDAD > ZERO
                               AND DER-FECHA-CADUCIDAD
                                   < WS-FECHA-PROCESO
                           PERFORM CADUCA-UN-ARRASTRE
                       END-IF
               END-READ
           END-PERFORM.

       CADUCA-UN-ARRASTRE.
           MOVE DER-EMP-ID TO WS-CONSULTA-EMP
           MOVE DER-ANO TO WS-CONSULTA-ANO
           MOVE DER-FECHA-CADUCIDAD TO WS-CONSULTA-TOPE
           PERFORM SUMA-VACACIONES
           IF WS-CONSULTA-DIAS < DER-DIAS-ARRASTRE
               COMPUTE DER-DIAS-CADUCADOS =
                   DER-DIAS-ARRASTRE - WS-CONSULTA-DIAS
           ELSE
               MOVE ZERO TO DER-DIAS-CADUCADOS
           END-IF
           SET DER-ARRASTRE-VENCIDO TO TRUE
           CALL "FECHAPROC" USING DER-FECHA-ACTUALIZACION
           REWRITE DERECHO-RECORD
           IF DER-DIAS-CADUCADOS > ZERO
               ADD 1 TO WS-CONT-CADUCADOS
               ADD DER-DIAS-CADUCADOS TO WS-TOT-DIAS-CADUCADOS
           END-IF
           MOVE SPACES TO ARRASTRE-RECORD
           STRING DER-EMP-ID "   " DER-ANO "  " DER-FECHA-CADUCIDAD
               "   " DER-DIAS-ARRASTRE "      " WS-CONSULTA-DIAS
               "        " DER-DIAS-CADUCADOS
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD.

      ******************************************************************
      * PASADA DE CIERRE: SALDO DEL ANO Y APERTURA DEL SIGUIENTE
      ******************************************************************
       CIERRA-ANO.
           MOVE SPACES TO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE SPACES TO ARRASTRE-RECORD
           STRING "CIERRE DEL ANO " WS-ANO-CIERRE
               " - MAXIMO DE ARRASTRE " WS-MAX-ARRASTRE
               " DIAS, CADUCA EL " WS-FECHA-CADUCIDAD-NUEVA
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE SPACES TO ARRASTRE-RECORD
           STRING "EMPLEADO NOMBRE                         SUC  "
               "DERECHO ARRASTRE TOMADOS SALDO ARRASTRA PIERDE "
               "DERECHO " WS-ANO-NUEVO " OBSERVACIONES"
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_MASTER.DAT NO DISPONIBLE, NO SE "
                   "CIERRA EL ANO " WS-ANO-CIERRE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT HISTORIA-FILE
               IF WS-HISTORIA-STATUS = "00"
                   SET HISTORIA-ABIERTA TO TRUE
               END-IF
               PERFORM UNTIL FIN-MASTER
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET FIN-MASTER TO TRUE
                       NOT AT END
                           PERFORM CIERRA-EMPLEADO THRU
                               CIERRA-EMPLEADO-FIN
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               IF HISTORIA-ABIERTA
                   CLOSE HISTORIA-FILE
               END-IF
           END-IF.

       CIERRA-EMPLEADO.
           INITIALIZE WS-CIERRE
           PERFORM BUSCA-FECHA-ALTA

           MOVE EMP-ID TO DER-EMP-ID
           MOVE WS-ANO-CIERRE TO DER-ANO
           MOVE "N" TO WS-DERECHO-EXISTIA
           READ DERECHOS-FILE
               INVALID KEY
                   INITIALIZE DERECHO-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-DERECHO-EXISTIA
           END-READ
           IF DERECHO-EXISTIA AND DER-ANO-CERRADO
               ADD 1 TO WS-CONT-YA-CERRADOS
               GO TO CIERRA-EMPLEADO-FIN
           END-IF
           ADD 1 TO WS-CONT-EMPLEADOS

           IF DERECHO-EXISTIA
               MOVE DER-DIAS TO WS-DERECHO-ANO
           ELSE
      *        SIN DERECHO GRABADO: EL ANUAL, PRORRATEADO SI EL ALTA
      *        FUE DENTRO DEL ANO QUE SE CIERRA
               MOVE WS-ANO-CIERRE TO WS-PRORRATA-ANO
               PERFORM PRORRATEA-DERECHO
               MOVE WS-PRORRATA-DIAS TO WS-DERECHO-ANO
               MOVE "SIN DERECHO, ASIGNADO" TO WS-MARCA-LINEA
               MOVE EMP-ID TO DER-EMP-ID
               MOVE WS-ANO-CIERRE TO DER-ANO
               MOVE WS-DERECHO-ANO TO DER-DIAS
           END-IF

      *    ARRASTRE QUE TRAIA EL ANO: SI YA CADUCO, SOLO LO DISFRUTADO
      *    ANTES DE LA FECHA LIMITE
           IF DER-ARRASTRE-VENCIDO
               COMPUTE WS-ARRASTRE-PREVIO =
                   DER-DIAS-ARRASTRE - DER-DIAS-CADUCADOS
           ELSE
               MOVE DER-DIAS-ARRASTRE TO WS-ARRASTRE-PREVIO
           END-IF

           MOVE EMP-ID TO WS-CONSULTA-EMP
           MOVE WS-ANO-CIERRE TO WS-CONSULTA-ANO
           MOVE 99999999 TO WS-CONSULTA-TOPE
           PERFORM SUMA-VACACIONES
           MOVE WS-CONSULTA-DIAS TO WS-TOMADOS

           COMPUTE WS-SALDO =
               WS-DERECHO-ANO + WS-ARRASTRE-PREVIO - WS-TOMADOS
           IF WS-SALDO < ZERO
               MOVE "EXCESO DE DIAS TOMADOS" TO WS-MARCA-LINEA
               MOVE ZERO TO WS-A-ARRASTRAR WS-PERDIDOS
           ELSE
               IF WS-SALDO > WS-MAX-ARRASTRE
                   MOVE WS-MAX-ARRASTRE TO WS-A-ARRASTRAR
                   COMPUTE WS-PERDIDOS = WS-SALDO - WS-MAX-ARRASTRE
               ELSE
                   MOVE WS-SALDO TO WS-A-ARRASTRAR
               END-IF
           END-IF

           MOVE WS-A-ARRASTRAR TO DER-DIAS-ARRASTRADOS
           MOVE WS-PERDIDOS TO DER-DIAS-PERDIDOS
           SET DER-ANO-CERRADO TO TRUE
           CALL "FECHAPROC" USING DER-FECHA-ACTUALIZACION
           IF DERECHO-EXISTIA
               REWRITE DERECHO-RECORD
           ELSE
               WRITE DERECHO-RECORD
           END-IF
           ADD WS-A-ARRASTRAR TO WS-TOT-ARRASTRADOS
           ADD WS-PERDIDOS TO WS-TOT-PERDIDOS

           PERFORM ABRE-ANO-NUEVO
           PERFORM ESCRIBE-LINEA-CIERRE.

       CIERRA-EMPLEADO-FIN.
           EXIT.

      *    EL DERECHO DEL ANO NUEVO QUE PERSONAL YA HAYA GRABADO SE
      *    RESPETA; SOLO SE LE ANADE EL ARRASTRE Y SU CADUCIDAD
       ABRE-ANO-NUEVO.
           MOVE EMP-ID TO DER-EMP-ID
           MOVE WS-ANO-NUEVO TO DER-ANO
           READ DERECHOS-FILE
               INVALID KEY
                   MOVE WS-ANO-NUEVO TO WS-PRORRATA-ANO
                   PERFORM PRORRATEA-DERECHO
                   INITIALIZE DERECHO-RECORD
                   MOVE EMP-ID TO DER-EMP-ID
                   MOVE WS-ANO-NUEVO TO DER-ANO
                   MOVE WS-PRORRATA-DIAS TO DER-DIAS
                   PERFORM ANOTA-ARRASTRE
                   WRITE DERECHO-RECORD
               NOT INVALID KEY
                   PERFORM ANOTA-ARRASTRE
                   REWRITE DERECHO-RECORD
           END-READ
           MOVE DER-DIAS TO WS-DERECHO-NUEVO.

       ANOTA-ARRASTRE.
           MOVE WS-A-ARRASTRAR TO DER-DIAS-ARRASTRE
           IF WS-A-ARRASTRAR > ZERO
               MOVE WS-FECHA-CADUCIDAD-NUEVA TO DER-FECHA-CADUCIDAD
           ELSE
               MOVE ZERO TO DER-FECHA-CADUCIDAD
           END-IF
           SET DER-ARRASTRE-VIGENTE TO TRUE
           MOVE ZERO TO DER-DIAS-CADUCADOS
           CALL "FECHAPROC" USING DER-FECHA-ACTUALIZACION.

      *    DERECHO ANUAL POR MESES DE SERVICIO EN WS-PRORRATA-ANO: EL
      *    MES DEL ALTA CUENTA ENTERO. SIN ALTA CONOCIDA O CON ALTA
      *    ANTERIOR AL ANO, EL DERECHO COMPLETO
       PRORRATEA-DERECHO.
           MOVE WS-DIAS-ANUALES TO WS-PRORRATA-DIAS
           IF WS-FECHA-ALTA > ZERO
                   AND WS-ALTA-ANO = WS-PRORRATA-ANO
                   AND WS-ALTA-MES > 1
                   AND WS-ALTA-MES < 13
               COMPUTE WS-PRORRATA-DIAS ROUNDED =
                   WS-DIAS-ANUALES * (13 - WS-ALTA-MES) / 12
               ADD 1 TO WS-CONT-PRORRATEADOS
               IF WS-MARCA-LINEA = SPACES
                   MOVE "ALTA EN EL ANO, PRORRATA" TO WS-MARCA-LINEA
               END-IF
           END-IF.

      *    FECHA DE LA ULTIMA ALTA DEL EMPLEADO EN EL HISTORICO; CERO
      *    SI SE CARGO ANTES DE EXISTIR EL HISTORICO
       BUSCA-FECHA-ALTA.
           MOVE ZERO TO WS-FECHA-ALTA
           IF HISTORIA-ABIERTA
               MOVE "N" TO WS-EOF-HISTORIA
               MOVE EMP-ID TO HIS-EMP-ID
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
                           IF HIS-EMP-ID NOT = EMP-ID
                               SET FIN-HISTORIA TO TRUE
                           ELSE
                               IF HIS-ACCION = "ALTA"
                                   MOVE HIS-FECHA TO WS-FECHA-ALTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ESCRIBE-LINEA-CIERRE.
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO ARRASTRE-RECORD
           STRING EMP-ID "   " EMP-NOMBRE " " EMP-APELLIDOS " "
               EMP-SUCURSAL "     " WS-DERECHO-ANO "      "
               WS-ARRASTRE-PREVIO "   " WS-TOMADOS " " WS-SALDO-ED
               "      " WS-A-ARRASTRAR "    " WS-PERDIDOS
               "     " WS-DERECHO-NUEVO " " WS-MARCA-LINEA
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE SPACES TO ARRASTRE-RECORD
           STRING "EMPLEADOS CERRADOS: " WS-CONT-EMPLEADOS
               "  YA CERRADOS ANTES: " WS-CONT-YA-CERRADOS
               "  DERECHOS PRORRATEADOS: " WS-CONT-PRORRATEADOS
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD
           MOVE SPACES TO ARRASTRE-RECORD
           STRING "DIAS ARRASTRADOS A " WS-ANO-NUEVO ": "
               WS-TOT-ARRASTRADOS
               "  DIAS PERDIDOS POR ENCIMA DEL MAXIMO: "
               WS-TOT-PERDIDOS
               "  DIAS DE ARRASTRE CADUCADOS: " WS-TOT-DIAS-CADUCADOS
               DELIMITED BY SIZE INTO ARRASTRE-RECORD
           WRITE ARRASTRE-RECORD.

       END PROGRAM VACACIONES-CIERRE.
