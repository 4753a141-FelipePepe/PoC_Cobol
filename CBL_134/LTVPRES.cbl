      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control mensual de garantias y LTV de la cartera de
      *          prestamos para el comite de riesgos, que hasta ahora
      *          trabajaba con una hoja de calculo aparte. Recorre los
      *          prestamos activos de PRESTAMOS_MAESTRO.DAT y, para
      *          cada uno, suma el valor de tasacion de sus garantias
      *          vigentes en GARANTIAS.DAT (el aval personal no suma
      *          valor) y calcula el LTV: saldo vivo sobre valor
      *          tasado, en porcentaje. Marca los prestamos cuyo LTV
      *          supera el maximo del producto en
      *          PRODUCTOS_PRESTAMO.DAT, los que tienen una tasacion
      *          mas antigua que la edad admitida y los de producto
      *          garantizado sin ninguna garantia vigente. La tarjeta
      *          opcional GARANTIAS_CONTROL.DAT admite MESES=nnn, la
      *          antiguedad maxima de la tasacion en meses (36 por
      *          defecto). Sale INFORME_GARANTIAS.TXT con una linea por
      *          prestamo y el resumen de la cartera; con algun
      *          prestamo marcado termina con codigo 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-GARANTIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT GARANTIAS-FILE ASSIGN TO "GARANTIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CLAVE
               FILE STATUS IS WS-GARANTIAS-STATUS.

           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

      *    TARJETA DE CONTROL OPCIONAL CON LA EDAD DE LA TASACION
           SELECT GARANTIAS-CONTROL-FILE
               ASSIGN TO "GARANTIAS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GARANTIAS-REPORT ASSIGN TO "INFORME_GARANTIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  GARANTIAS-FILE.
       COPY GARANREC.

       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       FD  GARANTIAS-CONTROL-FILE.
       01  GARANTIAS-CONTROL-RECORD PIC X(80).

       FD  GARANTIAS-REPORT.
       01  INFORME-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-GARANTIAS-STATUS PIC XX.
       01  WS-PRODUCTOS-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-GARANTIAS PIC X.
           88  FIN-GARANTIAS VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-HAY-GARANTIAS PIC X VALUE "N".
           88  HAY-GARANTIAS VALUE "Y".
       01  WS-HAY-PRODUCTOS PIC X VALUE "N".
           88  HAY-PRODUCTOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-MESES-TASACION PIC 9(3) VALUE 36.

      *    FECHA LIMITE DE TASACION: LA DE PROCESO MENOS LOS MESES
      *    ADMITIDOS; EL DIA SE RECORTA A 28 PARA NO FABRICAR FECHAS
      *    INEXISTENTES
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-FECHA-LIMITE-D REDEFINES WS-FECHA-LIMITE.
           05  WS-LIM-ANO PIC 9(4).
           05  WS-LIM-MES PIC 99.
           05  WS-LIM-DIA PIC 99.
       01  WS-MESES-ABSOLUTOS PIC 9(6).

      *    POSICION DE GARANTIAS DEL PRESTAMO EN CURSO
       01  WS-VALOR-GARANTIA PIC 9(11)V99.
       01  WS-CONT-BIENES PIC 9(2).
       01  WS-CONT-AVALES PIC 9(2).
       01  WS-TASACION-ANTIGUA PIC 9(8).
       01  WS-LTV PIC 9(5)V99.
       01  WS-LTV-ED PIC ZZZZ9.99.
       01  WS-LTV-MAXIMO PIC 9(3)V99.
       01  WS-LTV-MAXIMO-ED PIC ZZ9.99.
       01  WS-PRODUCTO-GARANTIZADO PIC X.
           88  PRODUCTO-GARANTIZADO VALUE "S".
       01  WS-MARCAS PIC X(40).
       01  WS-MARCADO PIC X.
           88  PRESTAMO-MARCADO VALUE "Y".

       01  WS-CONT-PRESTAMOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-GARANTIZADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-EXCESO-LTV PIC 9(6) VALUE ZERO.
       01  WS-CONT-TASACION-VIEJA PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-GARANTIA PIC 9(6) VALUE ZERO.
       01  WS-CONT-MARCADOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-SALDO-GARANTIZADO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VALOR PIC 9(13)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-SALDO PIC X(18).
       01  WS-IMPORTE-VALOR PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CONTROL-GARANTIAS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "GARANTIAS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CONTROL-GARANTIAS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM LEE-CONTROL-GARANTIAS THRU
               LEE-CONTROL-GARANTIAS-FIN
           PERFORM CALCULA-FECHA-LIMITE

           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, NADA "
                   "QUE CONTROLAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GARANTIAS-FILE
           IF WS-GARANTIAS-STATUS = "00"
               SET HAY-GARANTIAS TO TRUE
           ELSE
               DISPLAY "AVISO: GARANTIAS.DAT NO DISPONIBLE, NINGUN "
                   "PRESTAMO TIENE GARANTIA REGISTRADA"
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS = "00"
               SET HAY-PRODUCTOS TO TRUE
           ELSE
               DISPLAY "AVISO: PRODUCTOS_PRESTAMO.DAT NO DISPONIBLE, "
                   "SIN LIMITES DE LTV POR PRODUCTO"
           END-IF

           OPEN OUTPUT GARANTIAS-REPORT
           CALL "RPTHDR" USING "CONTROL-GARANTIAS"
               "INFORME_GARANTIAS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "TASACIONES ANTERIORES A " WS-FECHA-LIMITE
               " (" WS-MESES-TASACION " MESES) SE MARCAN ANTIGUAS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "REF.     PROD CLIENTE    "
               "             SALDO      VALOR TASADO"
               "     LTV%   MAX% TASACION MARCAS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               IF PRE-ACTIVO
                   PERFORM CONTROLA-PRESTAMO
               END-IF
               PERFORM LEE-PRESTAMO
           END-PERFORM

           PERFORM ESCRIBE-RESUMEN

           CLOSE PRESTAMOS-FILE
           IF HAY-GARANTIAS
               CLOSE GARANTIAS-FILE
           END-IF
           IF HAY-PRODUCTOS
               CLOSE PRODUCTOS-FILE
           END-IF
           CLOSE GARANTIAS-REPORT

           IF WS-CONT-MARCADOS > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "PRESTAMOS=" WS-CONT-PRESTAMOS
               " EXCESO-LTV=" WS-CONT-EXCESO-LTV
               " TASACION-ANTIGUA=" WS-CONT-TASACION-VIEJA
               " SIN-GARANTIA=" WS-CONT-SIN-GARANTIA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CONTROL DE GARANTIAS: PRESTAMOS="
               WS-CONT-PRESTAMOS " MARCADOS=" WS-CONT-MARCADOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-GARANTIAS.
           OPEN INPUT GARANTIAS-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-GARANTIAS-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF GARANTIAS-CONTROL-RECORD(1:6) = "MESES="
                       AND GARANTIAS-CONTROL-RECORD(7:3) NUMERIC
                       AND GARANTIAS-CONTROL-RECORD(7:3) > ZERO
                   MOVE GARANTIAS-CONTROL-RECORD(7:3)
                       TO WS-MESES-TASACION
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE GARANTIAS-CONTROL-FILE.

       LEE-CONTROL-GARANTIAS-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ GARANTIAS-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CALCULA-FECHA-LIMITE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-LIMITE
           COMPUTE WS-MESES-ABSOLUTOS =
               WS-LIM-ANO * 12 + WS-LIM-MES - 1 - WS-MESES-TASACION
           DIVIDE WS-MESES-ABSOLUTOS BY 12 GIVING WS-LIM-ANO
               REMAINDER WS-LIM-MES
           ADD 1 TO WS-LIM-MES
           IF WS-LIM-DIA > 28
               MOVE 28 TO WS-LIM-DIA
           END-IF.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       CONTROLA-PRESTAMO.
           ADD 1 TO WS-CONT-PRESTAMOS
           MOVE SPACES TO WS-MARCAS
           MOVE "N" TO WS-MARCADO

      *    REGLAS DEL PRODUCTO; SIN FICHA EL PRODUCTO NO EXIGE
      *    GARANTIA NI TIENE LIMITE DE LTV
           MOVE "N" TO WS-PRODUCTO-GARANTIZADO
           MOVE ZERO TO WS-LTV-MAXIMO
           IF HAY-PRODUCTOS AND PRE-PRODUCTO NOT = SPACES
               MOVE PRE-PRODUCTO TO PRD-CODIGO
               READ PRODUCTOS-FILE
                   NOT INVALID KEY
                       MOVE PRD-GARANTIA TO WS-PRODUCTO-GARANTIZADO
                       MOVE PRD-LTV-MAXIMO TO WS-LTV-MAXIMO
               END-READ
           END-IF

           PERFORM SUMA-GARANTIAS

           MOVE ZERO TO WS-LTV
           IF WS-VALOR-GARANTIA > ZERO
               ADD 1 TO WS-CONT-GARANTIZADOS
               ADD PRE-SALDO TO WS-TOT-SALDO-GARANTIZADO
               ADD WS-VALOR-GARANTIA TO WS-TOT-VALOR
               COMPUTE WS-LTV ROUNDED =
                   PRE-SALDO * 100 / WS-VALOR-GARANTIA
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
               IF WS-LTV-MAXIMO > ZERO AND WS-LTV > WS-LTV-MAXIMO
                   ADD 1 TO WS-CONT-EXCESO-LTV
                   SET PRESTAMO-MARCADO TO TRUE
                   MOVE "LTV>MAX" TO WS-MARCAS(1:8)
               END-IF
               IF WS-TASACION-ANTIGUA < WS-FECHA-LIMITE
                   ADD 1 TO WS-CONT-TASACION-VIEJA
                   SET PRESTAMO-MARCADO TO TRUE
                   MOVE "TASACION ANTIGUA" TO WS-MARCAS(9:17)
               END-IF
           END-IF
           IF PRODUCTO-GARANTIZADO
                   AND WS-CONT-BIENES = ZERO AND WS-CONT-AVALES = ZERO
               ADD 1 TO WS-CONT-SIN-GARANTIA
               SET PRESTAMO-MARCADO TO TRUE
               MOVE "SIN GARANTIA" TO WS-MARCAS(26:12)
           END-IF
           IF WS-VALOR-GARANTIA = ZERO AND WS-CONT-AVALES > ZERO
               MOVE "SOLO AVAL" TO WS-MARCAS(26:12)
           END-IF
           IF PRESTAMO-MARCADO
               ADD 1 TO WS-CONT-MARCADOS
           END-IF

           MOVE PRE-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-SALDO
           MOVE SPACES TO WS-IMPORTE-VALOR
           IF WS-VALOR-GARANTIA > 999999999.99
               MOVE "   MAS DE 1.000 M." TO WS-IMPORTE-VALOR
           ELSE
               MOVE WS-VALOR-GARANTIA TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-VALOR
           END-IF
           MOVE WS-LTV TO WS-LTV-ED
           MOVE WS-LTV-MAXIMO TO WS-LTV-MAXIMO-ED
           MOVE SPACES TO INFORME-RECORD
           IF WS-VALOR-GARANTIA > ZERO
               STRING PRE-REFERENCIA " " PRE-PRODUCTO " "
                   PRE-CLIENTE " " WS-IMPORTE-SALDO
                   WS-IMPORTE-VALOR " " WS-LTV-ED " "
                   WS-LTV-MAXIMO-ED " " WS-TASACION-ANTIGUA " "
                   WS-MARCAS
                   DELIMITED BY SIZE INTO INFORME-RECORD
           ELSE
               STRING PRE-REFERENCIA " " PRE-PRODUCTO " "
                   PRE-CLIENTE " " WS-IMPORTE-SALDO
                   "      SIN TASACION      N/A "
                   WS-LTV-MAXIMO-ED "          "
                   WS-MARCAS
                   DELIMITED BY SIZE INTO INFORME-RECORD
           END-IF
           WRITE INFORME-RECORD.

       SUMA-GARANTIAS.
      *    GARANTIAS VIGENTES DEL PRESTAMO: VALOR TASADO DE LOS BIENES
      *    Y LA TASACION MAS ANTIGUA ENTRE ELLOS
           MOVE ZERO TO WS-VALOR-GARANTIA
           MOVE ZERO TO WS-CONT-BIENES
           MOVE ZERO TO WS-CONT-AVALES
           MOVE 99999999 TO WS-TASACION-ANTIGUA
           IF NOT HAY-GARANTIAS
               MOVE ZERO TO WS-TASACION-ANTIGUA
           ELSE
               MOVE "N" TO WS-EOF-GARANTIAS
               MOVE PRE-REFERENCIA TO GAR-REFERENCIA
               MOVE ZERO TO GAR-SECUENCIA
               START GARANTIAS-FILE KEY IS >= GAR-CLAVE
                   INVALID KEY
                       SET FIN-GARANTIAS TO TRUE
               END-START
               PERFORM UNTIL FIN-GARANTIAS
                   READ GARANTIAS-FILE NEXT RECORD
                       AT END
                           SET FIN-GARANTIAS TO TRUE
                       NOT AT END
                           IF GAR-REFERENCIA NOT = PRE-REFERENCIA
                               SET FIN-GARANTIAS TO TRUE
                           ELSE
                               PERFORM ACUMULA-GARANTIA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CONT-BIENES = ZERO
                   MOVE ZERO TO WS-TASACION-ANTIGUA
               END-IF
           END-IF.

       ACUMULA-GARANTIA.
           IF GAR-VIGENTE
               IF GAR-AVAL
                   ADD 1 TO WS-CONT-AVALES
               ELSE
                   ADD 1 TO WS-CONT-BIENES
                   ADD GAR-VALOR-TASACION TO WS-VALOR-GARANTIA
                   IF GAR-FECHA-TASACION < WS-TASACION-ANTIGUA
                       MOVE GAR-FECHA-TASACION TO WS-TASACION-ANTIGUA
                   END-IF
               END-IF
           END-IF.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "PRESTAMOS ACTIVOS=" WS-CONT-PRESTAMOS
               " CON BIENES TASADOS=" WS-CONT-GARANTIZADOS
               " MARCADOS=" WS-CONT-MARCADOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "LTV POR ENCIMA DEL MAXIMO=" WS-CONT-EXCESO-LTV
               " TASACION ANTIGUA=" WS-CONT-TASACION-VIEJA
               " PRODUCTO GARANTIZADO SIN GARANTIA="
               WS-CONT-SIN-GARANTIA
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
      *    LTV DE LA CARTERA GARANTIZADA EN SU CONJUNTO
           MOVE ZERO TO WS-LTV
           IF WS-TOT-VALOR > ZERO
               COMPUTE WS-LTV ROUNDED =
                   WS-TOT-SALDO-GARANTIZADO * 100 / WS-TOT-VALOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
           END-IF
           MOVE WS-LTV TO WS-LTV-ED
           MOVE SPACES TO INFORME-RECORD
           STRING "SALDO GARANTIZADO=" WS-TOT-SALDO-GARANTIZADO
               " VALOR TASADO=" WS-TOT-VALOR
               " LTV CARTERA=" WS-LTV-ED "%"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       END PROGRAM CONTROL-GARANTIAS.
