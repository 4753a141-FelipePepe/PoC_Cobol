      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo diario de intereses de la cartera de
      *          prestamos. El interes solo llegaba al mayor cuando
      *          FACTURA-PRESTAMOS facturaba la cuota, y al cierre de
      *          mes contabilidad tenia que periodificar a mano lo
      *          ganado desde la ultima factura. Este paso corre cada
      *          noche despues de la facturacion: para cada prestamo
      *          activo toma la primera cuota sin facturar de
      *          PRESTAMOS_CUADRO.DAT y calcula la parte de su interes
      *          ganada hasta la fecha de proceso, a prorrata de los
      *          dias transcurridos desde el vencimiento anterior (o
      *          el alta) sobre los dias del periodo. Contra lo ya
      *          periodificado en PRE-INTERES-DEVENGADO asienta en
      *          PRESTAMOS_ASIENTOS.DAT la diferencia del dia
      *          (INT-DEVENG al debe contra INT-PRESTA al haber, o a
      *          la inversa si baja por un reprecio o una
      *          amortizacion). Al facturar la cuota la facturacion
      *          revierte lo periodificado contra el interes
      *          facturado, asi que el mayor refleja siempre el
      *          interes ganado a la fecha. Un prestamo que deja de
      *          estar activo revierte lo que tuviera periodificado.
      *          El resumen queda en INFORME_DEVENGO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO-INTERESES.

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

           SELECT CUADRO-FILE ASSIGN TO "PRESTAMOS_CUADRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT DEVENGO-REPORT ASSIGN TO "INFORME_DEVENGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  DEVENGO-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.

      *    CUOTA EN CURSO: INTERES Y DIAS DEL PERIODO
       01  WS-PERIODO PIC 9(4).
       01  WS-INICIO-PERIODO PIC 9(8).
       01  WS-FIN-PERIODO PIC 9(8).
       01  WS-INTERES-PERIODO PIC 9(9)V99.
       01  WS-DIAS-INICIO PIC 9(8).
       01  WS-DIAS-FIN PIC 9(8).
       01  WS-DIAS-PERIODO PIC S9(5).
       01  WS-DIAS-TRANSCURRIDOS PIC S9(5).

       01  WS-DEVENGO-OBJETIVO PIC 9(9)V99.
       01  WS-VARIACION PIC S9(9)V99.

      *    APUNTE EN CURSO: EL IMPORTE NO ADMITE MAS DE 7 ENTEROS Y
      *    UNO MAYOR SE PARTE EN VARIOS APUNTES
       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-PRESTAMOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-FECHA-MAL PIC 9(6) VALUE ZERO.
       01  WS-TOT-DEVENGADO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-REVERTIDO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PERIODIFICADO PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-IMPORTE-FMT2 PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEVENGO-INTERESES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DEVENGO".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEVENGO-INTERESES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, NADA "
                   "QUE DEVENGAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_CUADRO.DAT NO DISPONIBLE"
               CLOSE PRESTAMOS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    LOS APUNTES SE ANADEN A LOS DE LA FACTURACION DEL DIA
           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_ASIENTOS.DAT" WS-PASIENTOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DEVENGO-REPORT
           CALL "RPTHDR" USING "DEVENGO-INTERESES"
               "INFORME_DEVENGO.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               PERFORM DEVENGA-PRESTAMO THRU DEVENGA-PRESTAMO-FIN
               PERFORM LEE-PRESTAMO
           END-PERFORM

           MOVE WS-TOT-DEVENGADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-TOT-REVERTIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT2
           MOVE SPACES TO INFORME-RECORD
           STRING "PRESTAMOS=" WS-CONT-PRESTAMOS
               " CON APUNTE=" WS-CONT-APUNTADOS
               " FECHAS ERRONEAS=" WS-CONT-FECHA-MAL
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "DEVENGADO DEL DIA=" WS-IMPORTE-FMT
               " REVERTIDO=" WS-IMPORTE-FMT2
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-TOT-PERIODIFICADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "INTERES DEVENGADO NO FACTURADO A LA FECHA="
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE PASIENTOS-FILE
           CLOSE DEVENGO-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "PRESTAMOS=" WS-CONT-PRESTAMOS
               " DEVENGADO=" WS-TOT-DEVENGADO
               " REVERTIDO=" WS-TOT-REVERTIDO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "DEVENGO: PRESTAMOS=" WS-CONT-PRESTAMOS
               " DEVENGADO=" WS-TOT-DEVENGADO

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       DEVENGA-PRESTAMO.
           MOVE ZERO TO WS-DEVENGO-OBJETIVO
           IF NOT PRE-ACTIVO
               IF PRE-INTERES-DEVENGADO = ZERO
                   GO TO DEVENGA-PRESTAMO-FIN
               END-IF
           ELSE
               ADD 1 TO WS-CONT-PRESTAMOS
               PERFORM CALCULA-OBJETIVO THRU CALCULA-OBJETIVO-FIN
           END-IF

           COMPUTE WS-VARIACION =
               WS-DEVENGO-OBJETIVO - PRE-INTERES-DEVENGADO
           IF WS-VARIACION > ZERO
               MOVE WS-VARIACION TO WS-APU-PENDIENTE
               MOVE "INT-DEVENG" TO WS-APU-CUENTA
               MOVE "D" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
               MOVE WS-VARIACION TO WS-APU-PENDIENTE
               MOVE "INT-PRESTA" TO WS-APU-CUENTA
               MOVE "H" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
               ADD WS-VARIACION TO WS-TOT-DEVENGADO
           END-IF
           IF WS-VARIACION < ZERO
               COMPUTE WS-APU-PENDIENTE = WS-VARIACION * -1
               MOVE "INT-PRESTA" TO WS-APU-CUENTA
               MOVE "D" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
               COMPUTE WS-APU-PENDIENTE = WS-VARIACION * -1
               MOVE "INT-DEVENG" TO WS-APU-CUENTA
               MOVE "H" TO WS-APU-LADO
               PERFORM GRABA-APUNTE
               SUBTRACT WS-VARIACION FROM WS-TOT-REVERTIDO
           END-IF

           IF WS-VARIACION NOT = ZERO
               ADD 1 TO WS-CONT-APUNTADOS
               MOVE SPACES TO INFORME-RECORD
               STRING "REF=" PRE-REFERENCIA
                   " SUC " PRE-SUCURSAL
                   " ESTADO " PRE-ESTADO
                   " PERIODO " WS-PERIODO
                   " DEVENGADO ANTES=" PRE-INTERES-DEVENGADO
                   " AHORA=" WS-DEVENGO-OBJETIVO
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
           END-IF

           MOVE WS-DEVENGO-OBJETIVO TO PRE-INTERES-DEVENGADO
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-DEVENGO
           ADD PRE-INTERES-DEVENGADO TO WS-TOT-PERIODIFICADO
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO REGRABAR EL PRESTAMO "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.

       DEVENGA-PRESTAMO-FIN.
           EXIT.

       CALCULA-OBJETIVO.
      *    PARTE DEL INTERES DE LA PRIMERA CUOTA SIN FACTURAR GANADA
      *    A LA FECHA; SI NO QUEDA NINGUNA EL OBJETIVO ES CERO
           COMPUTE WS-PERIODO = PRE-PERIODOS-FACTURADOS + 1
           IF WS-PERIODO > PRE-PERIODOS
               GO TO CALCULA-OBJETIVO-FIN
           END-IF
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO CALCULA-OBJETIVO-FIN
           END-READ
           IF NOT CUO-PENDIENTE
               GO TO CALCULA-OBJETIVO-FIN
           END-IF
           MOVE CUO-INTERES TO WS-INTERES-PERIODO
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FIN-PERIODO

      *    EL PERIODO EMPIEZA EN EL VENCIMIENTO DE LA CUOTA ANTERIOR
           MOVE PRE-FECHA-ALTA TO WS-INICIO-PERIODO
           IF WS-PERIODO > 1
               MOVE PRE-REFERENCIA TO CUO-REFERENCIA
               COMPUTE CUO-PERIODO = WS-PERIODO - 1
               READ CUADRO-FILE
                   NOT INVALID KEY
                       MOVE CUO-FECHA-VENCIMIENTO TO WS-INICIO-PERIODO
               END-READ
           END-IF

      *    UNA FECHA CORRUPTA NO DEBE TUMBAR EL DEVENGO DE LA CARTERA:
      *    EL PRESTAMO CONSERVA LO QUE YA TENIA
           MOVE WS-INICIO-PERIODO TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD = ZERO
               MOVE WS-FIN-PERIODO TO WS-FECHA-CHECK
               CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           END-IF
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               ADD 1 TO WS-CONT-FECHA-MAL
               MOVE PRE-INTERES-DEVENGADO TO WS-DEVENGO-OBJETIVO
               DISPLAY "AVISO: FECHAS DEL CUADRO ERRONEAS, REF="
                   PRE-REFERENCIA " PERIODO " WS-PERIODO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO CALCULA-OBJETIVO-FIN
           END-IF

           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-PERIODO)
           COMPUTE WS-DIAS-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FIN-PERIODO)
           COMPUTE WS-DIAS-PERIODO = WS-DIAS-FIN - WS-DIAS-INICIO
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               WS-DIAS-PROCESO - WS-DIAS-INICIO
           EVALUATE TRUE
               WHEN WS-DIAS-TRANSCURRIDOS <= ZERO
                   MOVE ZERO TO WS-DEVENGO-OBJETIVO
               WHEN WS-DIAS-PERIODO <= ZERO
                   MOVE WS-INTERES-PERIODO TO WS-DEVENGO-OBJETIVO
               WHEN WS-DIAS-TRANSCURRIDOS >= WS-DIAS-PERIODO
                   MOVE WS-INTERES-PERIODO TO WS-DEVENGO-OBJETIVO
               WHEN OTHER
                   COMPUTE WS-DEVENGO-OBJETIVO ROUNDED =
                       WS-INTERES-PERIODO * WS-DIAS-TRANSCURRIDOS
                       / WS-DIAS-PERIODO
           END-EVALUATE.

       CALCULA-OBJETIVO-FIN.
           EXIT.

       GRABA-APUNTE.
           PERFORM UNTIL WS-APU-PENDIENTE = ZERO
               IF WS-APU-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-APU-TRAMO
               ELSE
                   MOVE WS-APU-PENDIENTE TO WS-APU-TRAMO
               END-IF
               SUBTRACT WS-APU-TRAMO FROM WS-APU-PENDIENTE
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE WS-APU-CUENTA TO PAS-CUENTA
               MOVE WS-APU-LADO TO PAS-LADO
               MOVE WS-APU-TRAMO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
           END-PERFORM.

       END PROGRAM DEVENGO-INTERESES.
