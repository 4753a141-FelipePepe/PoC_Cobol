      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de mayores riesgos por cliente de la
      *          cartera de prestamos. Ordena PRESTAMOS_MAESTRO.DAT
      *          por cliente y sucursal y acumula el riesgo
      *          consolidado de cada CLI-DOCUMENTO con el mismo
      *          criterio que ALTA-PRESTAMOS aplica contra el limite:
      *          saldo vivo de los prestamos activos mas lo dado de
      *          baja y no recuperado de los fallidos. Lista los
      *          clientes de mayor riesgo con su limite de credito en
      *          CLIENTES.DAT, el porcentaje consumido, el numero de
      *          prestamos y las sucursales por las que se han
      *          concedido, marcando los que ya estan por encima de
      *          su limite. La tarjeta opcional EXPOSICION_CONTROL.DAT
      *          admite TOP=nnn, el numero de clientes listados (20
      *          por defecto, 100 como maximo). Salida:
      *          INFORME_EXPOSICION_CLIENTES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICION-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

      *    TARJETA DE CONTROL OPCIONAL: TOP=<NNN>
           SELECT EXPOSICION-CONTROL-FILE
               ASSIGN TO "EXPOSICION_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT EXPOSICION-REPORT
               ASSIGN TO "INFORME_EXPOSICION_CLIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK07".

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  EXPOSICION-CONTROL-FILE.
       01  EXPOSICION-CONTROL-RECORD PIC X(80).

       FD  EXPOSICION-REPORT.
       01  REPORT-RECORD PIC X(132).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CLIENTE PIC X(10).
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-REFERENCIA PIC X(8).
           05  SRT-RIESGO PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-HAY-CLIENTES PIC X VALUE "N".
           88  HAY-CLIENTES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-TOP-N PIC 9(3) VALUE 20.
       01  WS-RIESGO-PRESTAMO PIC 9(9)V99.

      *    CLIENTE EN CURSO DURANTE LA LECTURA ORDENADA
       01  WS-CLI-ACTUAL PIC X(10).
       01  WS-CLI-RIESGO PIC 9(11)V99.
       01  WS-CLI-PRESTAMOS PIC 9(4).
       01  WS-CLI-NUM-SUC PIC 9(2).
       01  WS-CLI-SUCURSALES PIC X(20).
       01  WS-CLI-ULTIMA-SUC PIC X(4).
       01  WS-PRIMER-REGISTRO PIC X VALUE "Y".
           88  PRIMER-REGISTRO VALUE "Y".

      *    LOS MAYORES RIESGOS, DE MAYOR A MENOR
       01  WS-TOP-TABLA.
           05  WS-TOP-ENT OCCURS 100 TIMES.
               10  WS-TOP-CLIENTE PIC X(10).
               10  WS-TOP-RIESGO PIC 9(11)V99.
               10  WS-TOP-PRESTAMOS PIC 9(4).
               10  WS-TOP-NUM-SUC PIC 9(2).
               10  WS-TOP-SUCURSALES PIC X(20).
       01  WS-TOP-USADAS PIC 9(3) VALUE ZERO.
       01  WS-TOP-IDX PIC 9(3).
       01  WS-TOP-POS PIC 9(3).

       01  WS-TOT-CLIENTES PIC 9(6) VALUE ZERO.
       01  WS-TOT-PRESTAMOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-RIESGO PIC 9(13)V99 VALUE ZERO.
       01  WS-TOT-TOP PIC 9(13)V99 VALUE ZERO.
       01  WS-CONT-EXCEDIDOS PIC 9(6) VALUE ZERO.

       01  WS-NOMBRE PIC X(20).
       01  WS-LIMITE PIC 9(9)V99.
       01  WS-USO PIC 9(5)V9.
       01  WS-USO-ED PIC ZZZZ9.9.
       01  WS-MARCA PIC X(9).
       01  WS-MAS-SUC PIC X.
       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-RIESGO PIC X(18).
       01  WS-IMPORTE-LIMITE PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "EXPOSICION-CLIENTES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EXPOSICION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "EXPOSICION-CLIENTES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM LEE-CONTROL-INFORME THRU LEE-CONTROL-INFORME-FIN

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CLIENTE SRT-SUCURSAL
                   SRT-REFERENCIA
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ACUMULA-CLIENTES

           PERFORM ESCRIBE-INFORME

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CLIENTES=" WS-TOT-CLIENTES
               " PRESTAMOS=" WS-TOT-PRESTAMOS
               " RIESGO=" WS-TOT-RIESGO
               " EXCEDIDOS=" WS-CONT-EXCEDIDOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "EXPOSICION POR CLIENTE: CLIENTES=" WS-TOT-CLIENTES
               " LISTADOS=" WS-TOP-USADAS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-INFORME.
           OPEN INPUT EXPOSICION-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-INFORME-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               IF EXPOSICION-CONTROL-RECORD(1:4) = "TOP="
                       AND EXPOSICION-CONTROL-RECORD(5:3) NUMERIC
                       AND EXPOSICION-CONTROL-RECORD(5:3) > ZERO
                   MOVE EXPOSICION-CONTROL-RECORD(5:3) TO WS-TOP-N
                   IF WS-TOP-N > 100
                       MOVE 100 TO WS-TOP-N
                   END-IF
               END-IF
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE EXPOSICION-CONTROL-FILE.

       LEE-CONTROL-INFORME-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ EXPOSICION-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-ORDENACION.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, INFORME "
                   "VACIO"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM LEE-PRESTAMO
               PERFORM UNTIL FIN-PRESTAMOS
                   PERFORM LIBERA-A-ORDENACION
                   PERFORM LEE-PRESTAMO
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       LIBERA-A-ORDENACION.
      *    EL MISMO RIESGO QUE CONTROLA ALTA-PRESTAMOS
           MOVE ZERO TO WS-RIESGO-PRESTAMO
           IF PRE-ACTIVO
               MOVE PRE-SALDO TO WS-RIESGO-PRESTAMO
           END-IF
           IF PRE-FALLIDO AND PRE-IMPORTE-FALLIDO > PRE-RECUPERADO
               COMPUTE WS-RIESGO-PRESTAMO =
                   PRE-IMPORTE-FALLIDO - PRE-RECUPERADO
           END-IF
           IF WS-RIESGO-PRESTAMO > ZERO AND PRE-CLIENTE NOT = SPACES
               MOVE PRE-CLIENTE TO SRT-CLIENTE
               MOVE PRE-SUCURSAL TO SRT-SUCURSAL
               MOVE PRE-REFERENCIA TO SRT-REFERENCIA
               MOVE WS-RIESGO-PRESTAMO TO SRT-RIESGO
               RELEASE SORT-RECORD
           END-IF.

       ACUMULA-CLIENTES.
           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF PRIMER-REGISTRO
                   MOVE "N" TO WS-PRIMER-REGISTRO
                   PERFORM INICIA-CLIENTE
               END-IF
               IF SRT-CLIENTE NOT = WS-CLI-ACTUAL
                   PERFORM CIERRA-CLIENTE THRU CIERRA-CLIENTE-FIN
                   PERFORM INICIA-CLIENTE
               END-IF
               ADD SRT-RIESGO TO WS-CLI-RIESGO
               ADD 1 TO WS-CLI-PRESTAMOS
               IF SRT-SUCURSAL NOT = WS-CLI-ULTIMA-SUC
                   PERFORM ANOTA-SUCURSAL
               END-IF
               PERFORM LEE-ORDENADO
           END-PERFORM
           IF NOT PRIMER-REGISTRO
               PERFORM CIERRA-CLIENTE THRU CIERRA-CLIENTE-FIN
           END-IF.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

       INICIA-CLIENTE.
           MOVE SRT-CLIENTE TO WS-CLI-ACTUAL
           MOVE ZERO TO WS-CLI-RIESGO
           MOVE ZERO TO WS-CLI-PRESTAMOS
           MOVE ZERO TO WS-CLI-NUM-SUC
           MOVE SPACES TO WS-CLI-SUCURSALES
           MOVE HIGH-VALUES TO WS-CLI-ULTIMA-SUC.

       ANOTA-SUCURSAL.
      *    CABEN CUATRO SUCURSALES EN LA LINEA; EL RESTO SOLO CUENTA
           ADD 1 TO WS-CLI-NUM-SUC
           MOVE SRT-SUCURSAL TO WS-CLI-ULTIMA-SUC
           IF WS-CLI-NUM-SUC <= 4
               COMPUTE WS-TOP-POS = (WS-CLI-NUM-SUC - 1) * 5 + 1
               MOVE SRT-SUCURSAL TO WS-CLI-SUCURSALES(WS-TOP-POS:4)
           END-IF.

       CIERRA-CLIENTE.
           ADD 1 TO WS-TOT-CLIENTES
           ADD WS-CLI-PRESTAMOS TO WS-TOT-PRESTAMOS
           ADD WS-CLI-RIESGO TO WS-TOT-RIESGO
      *    POSICION DEL CLIENTE ENTRE LOS MAYORES: DETRAS DE LOS DE
      *    RIESGO IGUAL O MAYOR
           MOVE 1 TO WS-TOP-POS
           PERFORM UNTIL WS-TOP-POS > WS-TOP-USADAS
                   OR WS-CLI-RIESGO > WS-TOP-RIESGO(WS-TOP-POS)
               ADD 1 TO WS-TOP-POS
           END-PERFORM
           IF WS-TOP-POS > WS-TOP-N
               GO TO CIERRA-CLIENTE-FIN
           END-IF
           IF WS-TOP-USADAS < WS-TOP-N
               ADD 1 TO WS-TOP-USADAS
           END-IF
           PERFORM VARYING WS-TOP-IDX FROM WS-TOP-USADAS BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-POS
               MOVE WS-TOP-ENT(WS-TOP-IDX - 1)
                   TO WS-TOP-ENT(WS-TOP-IDX)
           END-PERFORM
           MOVE WS-CLI-ACTUAL TO WS-TOP-CLIENTE(WS-TOP-POS)
           MOVE WS-CLI-RIESGO TO WS-TOP-RIESGO(WS-TOP-POS)
           MOVE WS-CLI-PRESTAMOS TO WS-TOP-PRESTAMOS(WS-TOP-POS)
           MOVE WS-CLI-NUM-SUC TO WS-TOP-NUM-SUC(WS-TOP-POS)
           MOVE WS-CLI-SUCURSALES TO WS-TOP-SUCURSALES(WS-TOP-POS).

       CIERRA-CLIENTE-FIN.
           EXIT.

       ESCRIBE-INFORME.
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, EL INFORME "
                   "SALE SIN NOMBRES NI LIMITES"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           OPEN OUTPUT EXPOSICION-REPORT
           CALL "RPTHDR" USING "EXPOSICION-CLIENTES"
               "INFORME_EXPOSICION_CLIENTES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LOS " WS-TOP-N " CLIENTES DE MAYOR RIESGO "
               "CONSOLIDADO A " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  N CLIENTE    NOMBRE              "
               "            RIESGO            LIMITE   USO % "
               "PRES SUCURSALES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-USADAS
               PERFORM ESCRIBE-CLIENTE
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CLIENTES CON RIESGO=" WS-TOT-CLIENTES
               " PRESTAMOS=" WS-TOT-PRESTAMOS
               " RIESGO TOTAL=" WS-TOT-RIESGO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RIESGO DE LOS LISTADOS=" WS-TOT-TOP
               " LISTADOS POR ENCIMA DE SU LIMITE="
               WS-CONT-EXCEDIDOS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE EXPOSICION-REPORT.

       ESCRIBE-CLIENTE.
           ADD WS-TOP-RIESGO(WS-TOP-IDX) TO WS-TOT-TOP
           MOVE SPACES TO WS-NOMBRE
           MOVE ZERO TO WS-LIMITE
           IF HAY-CLIENTES
               MOVE WS-TOP-CLIENTE(WS-TOP-IDX) TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "** NO EN MAESTRO **" TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO WS-NOMBRE
                       MOVE CLI-LIMITE-CREDITO TO WS-LIMITE
               END-READ
           END-IF

           MOVE SPACES TO WS-MARCA
           MOVE ZERO TO WS-USO
           IF WS-LIMITE > ZERO
               COMPUTE WS-USO ROUNDED =
                   WS-TOP-RIESGO(WS-TOP-IDX) * 100 / WS-LIMITE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-USO
               END-COMPUTE
               IF WS-TOP-RIESGO(WS-TOP-IDX) > WS-LIMITE
                   MOVE "EXCEDIDO" TO WS-MARCA
                   ADD 1 TO WS-CONT-EXCEDIDOS
               END-IF
           END-IF
           MOVE WS-USO TO WS-USO-ED

           IF WS-TOP-RIESGO(WS-TOP-IDX) > 999999999.99
               MOVE "   MAS DE 1.000 M." TO WS-IMPORTE-RIESGO
           ELSE
               MOVE WS-TOP-RIESGO(WS-TOP-IDX) TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-RIESGO
           END-IF
           IF WS-LIMITE = ZERO
               MOVE "        SIN LIMITE" TO WS-IMPORTE-LIMITE
               MOVE "      -" TO WS-USO-ED
           ELSE
               MOVE WS-LIMITE TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-LIMITE
           END-IF
           MOVE SPACE TO WS-MAS-SUC
           IF WS-TOP-NUM-SUC(WS-TOP-IDX) > 4
               MOVE "+" TO WS-MAS-SUC
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING WS-TOP-IDX " " WS-TOP-CLIENTE(WS-TOP-IDX) " "
               WS-NOMBRE WS-IMPORTE-RIESGO WS-IMPORTE-LIMITE " "
               WS-USO-ED " " WS-TOP-PRESTAMOS(WS-TOP-IDX) " "
               WS-TOP-SUCURSALES(WS-TOP-IDX) WS-MAS-SUC " "
               WS-MARCA
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM EXPOSICION-CLIENTES.
