      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina compartida de liquidacion final (finiquito) de
      *          un empleado que causa baja, al estilo de FECHAVAL.
      *          Modo C (calcular), desde BAJAS-APROBACION al aplicar
      *          la baja con el registro del maestro y la fecha de
      *          baja:
      *              - salario del mes de la baja, del dia 1 al dia de
      *                baja a salario base / 30 (GRADOS_SALARIALES.DAT
      *                segun EMP-GRADO). Si NOMINA_CALCULADA.DAT ya
      *                trae la nomina de ese mes para el empleado, el
      *                importe es negativo por los dias no trabajados,
      *              - vacaciones: derecho del ano (AUSENCIAS_DERECHOS,
      *                COPY DEREREC) devengado a la fecha de baja, mas
      *                el arrastre aun disfrutable, menos los dias VA
      *                tomados (AUSENCIAS_MOV.DAT); el saldo se paga a
      *                salario base / 30 por dia, o se descuenta si es
      *                negativo.
      *          Graba FINIQUITOS.DAT (COPY FINIQREC) pendiente de la
      *          siguiente NOMINA-CALCULO, o como importe a recuperar
      *          si el total no es positivo, devuelve el registro al
      *          llamador para que lo guarde con la historia de la
      *          baja e imprime la hoja de liquidacion en
      *          FINIQUITOS_LIQUIDACION.TXT. Modo R (reimprimir),
      *          desde FINIQUITO-REIMPRIME: vuelve a imprimir la hoja
      *          con el registro que recibe, sin recalcular nada.
      *          Severidad devuelta: 0 correcto, 4 calculado con avisos
      *          (grado sin salario, sin derecho de vacaciones), 8 no
      *          grabado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADOS-FILE ASSIGN TO "GRADOS_SALARIALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODIGO
               FILE STATUS IS WS-GRADOS-STATUS.

           SELECT DERECHOS-FILE ASSIGN TO "AUSENCIAS_DERECHOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DER-CLAVE
               FILE STATUS IS WS-DERECHOS-STATUS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "AUSENCIAS_MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

           SELECT CALCULADA-FILE ASSIGN TO "NOMINA_CALCULADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCULADA-STATUS.

           SELECT FINIQUITOS-FILE ASSIGN TO "FINIQUITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIQ-CLAVE
               FILE STATUS IS WS-FINIQUITOS-STATUS.

           SELECT LIQUIDACION-FILE
               ASSIGN TO "FINIQUITOS_LIQUIDACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQUIDACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  GRD-CODIGO PIC X(2).
           05  GRD-DESCRIPCION PIC X(30).
           05  GRD-SALARIO-BASE PIC 9(7)V99.
           05  GRD-ACTIVO PIC X.
               88  GRD-ES-ACTIVO VALUE "A".
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

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

       FD  CALCULADA-FILE.
       COPY NOMICREC.

       FD  FINIQUITOS-FILE.
       COPY FINIQREC.

       FD  LIQUIDACION-FILE.
       01  LIQUIDACION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GRADOS-STATUS PIC XX.
       01  WS-DERECHOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-CALCULADA-STATUS PIC XX.
       01  WS-FINIQUITOS-STATUS PIC XX.
       01  WS-LIQUIDACION-STATUS PIC XX.
       01  WS-EOF-MOVIMIENTOS PIC X.
           88  FIN-MOVIMIENTOS VALUE "Y".
       01  WS-EOF-CALCULADA PIC X.
           88  FIN-CALCULADA VALUE "Y".
       01  WS-FICHERO-NUEVO PIC X.
           88  FICHERO-NUEVO VALUE "Y".

       01  WS-FECHA-BAJA PIC 9(8).
       01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
           05  WS-BAJA-ANO PIC 9(4).
           05  WS-BAJA-MES PIC 99.
           05  WS-BAJA-DIA PIC 99.

       01  WS-DERECHO PIC 9(3).
       01  WS-DEVENGADOS PIC 9(3).
       01  WS-ARRASTRE PIC 9(3).
       01  WS-FECHA-CADUCIDAD PIC 9(8).
       01  WS-TOMADOS PIC 9(5).
       01  WS-TOMADOS-EN-PLAZO PIC 9(5).
       01  WS-SALDO-VACACIONES PIC S9(5).
       01  WS-SEVERIDAD PIC 9.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-DIAS-ED PIC -ZZ9.
       01  WS-LINEA-TEXTO PIC X(36).

       LINKAGE SECTION.
       01  LS-MODO PIC X.
           88  LS-CALCULAR VALUE "C".
           88  LS-REIMPRIMIR VALUE "R".
       COPY EMPREC.
       01  LS-FECHA-BAJA PIC 9(8).
       01  LS-FINIQUITO PIC X(151).
       01  LS-SEVERIDAD PIC 9.

       PROCEDURE DIVISION USING LS-MODO EMPLOYEE-RECORD LS-FECHA-BAJA
               LS-FINIQUITO LS-SEVERIDAD.
       FINIQUITO-INICIO.
           MOVE ZERO TO LS-SEVERIDAD
           MOVE ZERO TO WS-SEVERIDAD
           IF LS-REIMPRIMIR
               MOVE LS-FINIQUITO TO FINIQUITO-REGISTRO
               PERFORM IMPRIME-LIQUIDACION
               GOBACK
           END-IF
           IF NOT LS-CALCULAR
               MOVE 8 TO LS-SEVERIDAD
               GOBACK
           END-IF

           MOVE LS-FECHA-BAJA TO WS-FECHA-BAJA
           INITIALIZE FINIQUITO-REGISTRO
           MOVE EMP-ID TO FIQ-EMP-ID
           MOVE WS-FECHA-BAJA TO FIQ-FECHA-BAJA
           CALL "FECHAPROC" USING FIQ-FECHA-CALCULO
           MOVE EMP-NOMBRE TO FIQ-NOMBRE
           MOVE EMP-APELLIDOS TO FIQ-APELLIDOS
           MOVE EMP-SUCURSAL TO FIQ-SUCURSAL
           MOVE EMP-CENTRO-COSTE TO FIQ-CENTRO-COSTE
           MOVE EMP-GRADO TO FIQ-GRADO
           MOVE EMP-CUENTA-ABONO TO FIQ-CUENTA-ABONO

           PERFORM BUSCA-SALARIO
           PERFORM CALCULA-SALARIO-MES
           PERFORM CALCULA-VACACIONES

           COMPUTE FIQ-TOTAL =
               FIQ-IMPORTE-SALARIO + FIQ-IMPORTE-VACACIONES
           IF FIQ-TOTAL > ZERO
               SET FIQ-PENDIENTE TO TRUE
           ELSE
               SET FIQ-A-RECUPERAR TO TRUE
           END-IF
           MOVE ZERO TO FIQ-PERIODO-NOMINA

           PERFORM GRABA-FINIQUITO
           IF LS-SEVERIDAD < 8
               MOVE FINIQUITO-REGISTRO TO LS-FINIQUITO
               PERFORM IMPRIME-LIQUIDACION
               IF WS-SEVERIDAD > LS-SEVERIDAD
                   MOVE WS-SEVERIDAD TO LS-SEVERIDAD
               END-IF
           END-IF
           GOBACK.

       BUSCA-SALARIO.
           MOVE ZERO TO FIQ-SALARIO-BASE
           OPEN INPUT GRADOS-FILE
           IF WS-GRADOS-STATUS = "00"
               MOVE EMP-GRADO TO GRD-CODIGO
               READ GRADOS-FILE
                   INVALID KEY
                       MOVE 4 TO WS-SEVERIDAD
                   NOT INVALID KEY
                       MOVE GRD-SALARIO-BASE TO FIQ-SALARIO-BASE
               END-READ
               CLOSE GRADOS-FILE
           ELSE
               MOVE 4 TO WS-SEVERIDAD
           END-IF
           IF FIQ-SALARIO-BASE = ZERO
               DISPLAY "AVISO: GRADO " EMP-GRADO " SIN SALARIO BASE, "
                   "EL FINIQUITO SALE A CERO"
           END-IF.

      *    EL MES SE LIQUIDA A 30 DIAS, COMO EN NOMINA-CALCULO
       CALCULA-SALARIO-MES.
           MOVE WS-BAJA-DIA TO FIQ-DIAS-MES
           IF FIQ-DIAS-MES > 30
               MOVE 30 TO FIQ-DIAS-MES
           END-IF
           MOVE "N" TO FIQ-MES-PAGADO
           MOVE "N" TO WS-EOF-CALCULADA
           OPEN INPUT CALCULADA-FILE
           IF WS-CALCULADA-STATUS = "00"
               PERFORM UNTIL FIN-CALCULADA
                   READ CALCULADA-FILE
                       AT END
                           SET FIN-CALCULADA TO TRUE
                       NOT AT END
                           IF NMC-EMP-ID = EMP-ID
                                   AND NMC-PERIODO
                                       = WS-FECHA-BAJA(1:6)
                                   AND NOT NMC-ES-FINIQUITO
                               SET FIQ-MES-YA-PAGADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALCULADA-FILE
           END-IF
           IF FIQ-MES-YA-PAGADO
               COMPUTE FIQ-IMPORTE-SALARIO ROUNDED =
                   0 - FIQ-SALARIO-BASE * (30 - FIQ-DIAS-MES) / 30
           ELSE
               COMPUTE FIQ-IMPORTE-SALARIO ROUNDED =
                   FIQ-SALARIO-BASE * FIQ-DIAS-MES / 30
           END-IF.

      *    EL DERECHO DEL ANO SE DEVENGA POR DIAS A RAZON DE 360 AL
      *    ANO; EL ARRASTRE SOLO CUENTA SI AUN NO HABIA CADUCADO O EN
      *    LO QUE SE DISFRUTO ANTES DE SU FECHA LIMITE
       CALCULA-VACACIONES.
           MOVE ZERO TO WS-DERECHO WS-ARRASTRE WS-FECHA-CADUCIDAD
           OPEN INPUT DERECHOS-FILE
           IF WS-DERECHOS-STATUS = "00"
               MOVE EMP-ID TO DER-EMP-ID
               MOVE WS-BAJA-ANO TO DER-ANO
               READ DERECHOS-FILE
                   INVALID KEY
                       MOVE 4 TO WS-SEVERIDAD
                   NOT INVALID KEY
                       MOVE DER-DIAS TO WS-DERECHO
                       MOVE DER-FECHA-CADUCIDAD TO WS-FECHA-CADUCIDAD
                       IF DER-ARRASTRE-VENCIDO
                           COMPUTE WS-ARRASTRE =
                               DER-DIAS-ARRASTRE - DER-DIAS-CADUCADOS
                       ELSE
                           MOVE DER-DIAS-ARRASTRE TO WS-ARRASTRE
                       END-IF
               END-READ
               CLOSE DERECHOS-FILE
           ELSE
               MOVE 4 TO WS-SEVERIDAD
           END-IF
           COMPUTE WS-DEVENGADOS ROUNDED = WS-DERECHO
               * ((WS-BAJA-MES - 1) * 30 + FIQ-DIAS-MES) / 360

           MOVE ZERO TO WS-TOMADOS WS-TOMADOS-EN-PLAZO
           MOVE "N" TO WS-EOF-MOVIMIENTOS
           OPEN INPUT MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS = "00"
               PERFORM UNTIL FIN-MOVIMIENTOS
                   READ MOVIMIENTOS-FILE
                       AT END
                           SET FIN-MOVIMIENTOS TO TRUE
                       NOT AT END
                           IF MOV-EMP-ID = EMP-ID
                                   AND MOV-VACACIONES
                                   AND MOV-DESDE(1:4) = WS-BAJA-ANO
                                   AND MOV-DESDE NOT > WS-FECHA-BAJA
                               ADD MOV-DIAS TO WS-TOMADOS
                               IF MOV-DESDE NOT > WS-FECHA-CADUCIDAD
                                   ADD MOV-DIAS TO WS-TOMADOS-EN-PLAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-FILE
           END-IF
           IF WS-FECHA-CADUCIDAD > ZERO
                   AND WS-FECHA-CADUCIDAD < WS-FECHA-BAJA
                   AND WS-TOMADOS-EN-PLAZO < WS-ARRASTRE
               MOVE WS-TOMADOS-EN-PLAZO TO WS-ARRASTRE
           END-IF

           COMPUTE WS-SALDO-VACACIONES =
               WS-DEVENGADOS + WS-ARRASTRE - WS-TOMADOS
           IF WS-SALDO-VACACIONES < -999
               MOVE -999 TO WS-SALDO-VACACIONES
           END-IF
           MOVE WS-SALDO-VACACIONES TO FIQ-DIAS-VACACIONES
           COMPUTE FIQ-IMPORTE-VACACIONES ROUNDED =
               FIQ-SALARIO-BASE * FIQ-DIAS-VACACIONES / 30.

      *    UNA SEGUNDA BAJA CON LA MISMA FECHA (BAJA REHECHA) SUSTITUYE
      *    AL CALCULO ANTERIOR MIENTRAS NO SE HAYA PAGADO
       GRABA-FINIQUITO.
           OPEN I-O FINIQUITOS-FILE
           IF WS-FINIQUITOS-STATUS NOT = "00"
               OPEN OUTPUT FINIQUITOS-FILE
               CLOSE FINIQUITOS-FILE
               OPEN I-O FINIQUITOS-FILE
           END-IF
           IF WS-FINIQUITOS-STATUS NOT = "00"
               DISPLAY "FINIQUITOS.DAT NO DISPONIBLE, STATUS "
                   WS-FINIQUITOS-STATUS
               MOVE 8 TO LS-SEVERIDAD
           ELSE
               WRITE FINIQUITO-REGISTRO
                   INVALID KEY
                       PERFORM SUSTITUYE-FINIQUITO
               END-WRITE
               CLOSE FINIQUITOS-FILE
           END-IF.

       SUSTITUYE-FINIQUITO.
           MOVE FINIQUITO-REGISTRO TO LS-FINIQUITO
           READ FINIQUITOS-FILE
           IF FIQ-LIQUIDADO
               DISPLAY "EL FINIQUITO DE " FIQ-EMP-ID " CON BAJA "
                   FIQ-FECHA-BAJA " YA SE PAGO EN LA NOMINA "
                   FIQ-PERIODO-NOMINA ", NO SE RECALCULA"
               MOVE 8 TO LS-SEVERIDAD
           ELSE
               MOVE LS-FINIQUITO TO FINIQUITO-REGISTRO
               REWRITE FINIQUITO-REGISTRO
           END-IF.

      ******************************************************************
      * HOJA DE LIQUIDACION, UNA PAGINA POR BAJA
      ******************************************************************
       IMPRIME-LIQUIDACION.
           MOVE "N" TO WS-FICHERO-NUEVO
           OPEN EXTEND LIQUIDACION-FILE
           IF WS-LIQUIDACION-STATUS NOT = "00"
               OPEN OUTPUT LIQUIDACION-FILE
               SET FICHERO-NUEVO TO TRUE
           END-IF
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING "LIQUIDACION FINAL (FINIQUITO)   CALCULADA EL "
               FIQ-FECHA-CALCULO
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           IF FICHERO-NUEVO
               WRITE LIQUIDACION-RECORD
           ELSE
               WRITE LIQUIDACION-RECORD AFTER ADVANCING PAGE
           END-IF
           IF LS-REIMPRIMIR
               MOVE "*** DUPLICADO ***" TO LIQUIDACION-RECORD
               WRITE LIQUIDACION-RECORD
           END-IF
           MOVE SPACES TO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING "EMPLEADO: " FIQ-EMP-ID " " FIQ-NOMBRE " "
               FIQ-APELLIDOS
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING "SUCURSAL: " FIQ-SUCURSAL
               "  CENTRO DE COSTE: " FIQ-CENTRO-COSTE
               "  GRADO: " FIQ-GRADO
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING "FECHA DE BAJA: " FIQ-FECHA-BAJA
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE SPACES TO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD

           MOVE FIQ-SALARIO-BASE TO WS-IMPORTE-COMUN
           MOVE "SALARIO BASE MENSUAL" TO WS-LINEA-TEXTO
           PERFORM ESCRIBE-LINEA-IMPORTE
           MOVE FIQ-DIAS-MES TO WS-DIAS-ED
           MOVE SPACES TO WS-LINEA-TEXTO
           IF FIQ-MES-YA-PAGADO
               STRING "DIAS NO TRABAJADOS YA PAGADOS"
                   DELIMITED BY SIZE INTO WS-LINEA-TEXTO
           ELSE
               STRING "SALARIO DEL MES " WS-DIAS-ED " DIAS"
                   DELIMITED BY SIZE INTO WS-LINEA-TEXTO
           END-IF
           MOVE FIQ-IMPORTE-SALARIO TO WS-IMPORTE-COMUN
           PERFORM ESCRIBE-LINEA-IMPORTE
           MOVE FIQ-DIAS-VACACIONES TO WS-DIAS-ED
           MOVE SPACES TO WS-LINEA-TEXTO
           STRING "VACACIONES NO DISFRUTADAS " WS-DIAS-ED " D"
               DELIMITED BY SIZE INTO WS-LINEA-TEXTO
           MOVE FIQ-IMPORTE-VACACIONES TO WS-IMPORTE-COMUN
           PERFORM ESCRIBE-LINEA-IMPORTE
           MOVE SPACES TO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE "TOTAL LIQUIDACION (BRUTO)" TO WS-LINEA-TEXTO
           MOVE FIQ-TOTAL TO WS-IMPORTE-COMUN
           PERFORM ESCRIBE-LINEA-IMPORTE
           MOVE SPACES TO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE SPACES TO LIQUIDACION-RECORD
           EVALUATE TRUE
               WHEN FIQ-LIQUIDADO
                   STRING "PAGADO EN LA NOMINA DEL PERIODO "
                       FIQ-PERIODO-NOMINA
                       DELIMITED BY SIZE INTO LIQUIDACION-RECORD
               WHEN FIQ-PENDIENTE
                   STRING "SE PAGA EN LA PROXIMA NOMINA, CON SUS "
                       "RETENCIONES Y CUOTAS"
                       DELIMITED BY SIZE INTO LIQUIDACION-RECORD
               WHEN OTHER
                   STRING "IMPORTE A FAVOR DE LA EMPRESA: SE RECLAMA "
                       "AL EMPLEADO"
                       DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           END-EVALUATE
           WRITE LIQUIDACION-RECORD
           CLOSE LIQUIDACION-FILE.

       ESCRIBE-LINEA-IMPORTE.
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING WS-LINEA-TEXTO WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD.

       END PROGRAM FINIQUITO.
