      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion por lotes de los ingresos y reintegros de
      *          ventanilla a las cuentas de deposito. Las sucursales
      *          devuelven el fichero DEPOSITOS_OPERACIONES.DAT
      *          (cuenta, tipo I ingreso / R reintegro, fecha de
      *          ventanilla, importe y referencia de la sucursal) y
      *          este paso mueve el saldo de DEPOSITOS.DAT (COPY
      *          DEPOSREC), deja cada movimiento numerado en
      *          DEPOSITOS_MOVIMIENTOS.DAT (COPY DEPMOREC) y lo asienta
      *          en DEPOSITOS_ASIENTOS.DAT (COPY NOMASREC, el formato
      *          de los asientos de nomina y de gastos, que
      *          INTERFAZ-CONTABLE recoge el dia de su fecha): el
      *          ingreso al debe de CAJA-DEPOS contra DEPOSITOS al
      *          haber, el reintegro al reves, con la sucursal de la
      *          cuenta como centro. Se rechazan, al informe y con
      *          RC=4, las operaciones sobre cuentas desconocidas o no
      *          activas, los importes o fechas no validos, los
      *          reintegros que dejarian la cuenta en descubierto o
      *          que tocan un deposito a plazo antes de su
      *          vencimiento, y las referencias ya aplicadas a la
      *          cuenta en la misma fecha de ventanilla (un fichero
      *          relanzado no mueve dos veces el saldo). El detalle
      *          sale en INFORME_MOVIMIENTOS_DEPOSITO.TXT. Corre en la
      *          fase de informe de MAESTRO, antes de la liquidacion
      *          de intereses y de INTERFAZ-CONTABLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITOS-MOVIMIENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERACIONES-FILE ASSIGN TO "DEPOSITOS_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERACIONES-STATUS.

           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT MOVIMIENTOS-FILE
               ASSIGN TO "DEPOSITOS_MOVIMIENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMV-CLAVE
               FILE STATUS IS WS-MOVIMIENTOS-STATUS.

      *    SE ANADE AL FICHERO: INTERFAZ-CONTABLE SOLO RECOGE LOS
      *    APUNTES CON LA FECHA DEL DIA
           SELECT DASIENTOS-FILE ASSIGN TO "DEPOSITOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DASIENTOS-STATUS.

           SELECT MOVIMIENTOS-REPORT
               ASSIGN TO "INFORME_MOVIMIENTOS_DEPOSITO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERACIONES-FILE.
       01  OPERACION-DEPOSITO-RECORD.
           05  DOP-CUENTA PIC X(10).
           05  DOP-TIPO PIC X.
               88  DOP-INGRESO VALUE "I".
               88  DOP-REINTEGRO VALUE "R".
           05  DOP-FECHA PIC 9(8).
           05  DOP-IMPORTE PIC 9(9)V99.
           05  DOP-REFERENCIA PIC X(12).

       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  MOVIMIENTOS-FILE.
       COPY DEPMOREC.

       FD  DASIENTOS-FILE.
       COPY NOMASREC.

       FD  MOVIMIENTOS-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPERACIONES-STATUS PIC XX.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-MOVIMIENTOS-STATUS PIC XX.
       01  WS-DASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-OPERACIONES PIC X VALUE "N".
           88  FIN-OPERACIONES VALUE "Y".
       01  WS-EOF-MOVIMIENTOS PIC X.
           88  FIN-MOVIMIENTOS VALUE "Y".
       01  WS-REFERENCIA-REPETIDA PIC X.
           88  REFERENCIA-REPETIDA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PERIODO PIC 9(6).
           05  FILLER PIC 9(2).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-MOTIVO PIC X(40).

      *    CUENTAS DEL PLAN PARA LOS APUNTES DE DEPOSITOS
       01  WS-CTA-CAJA PIC X(10) VALUE "CAJA-DEPOS".
       01  WS-CTA-DEPOSITOS PIC X(10) VALUE "DEPOSITOS".

       01  WS-APU-CUENTA PIC X(10).
       01  WS-APU-LADO PIC X.
       01  WS-APU-PENDIENTE PIC 9(9)V99.
       01  WS-APU-TRAMO PIC 9(7)V99.

       01  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-INGRESOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-REINTEGROS PIC 9(6) VALUE ZERO.
       01  WS-CONT-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-APUNTES PIC 9(6) VALUE ZERO.
       01  WS-TOT-INGRESOS PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-REINTEGROS PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-SEVERIDAD PIC 9.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEPOSITOS-MOVIMIENT".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DEPOSITOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEPOSITOS-MOVIMIENTOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT OPERACIONES-FILE
           IF WS-OPERACIONES-STATUS NOT = "00"
               DISPLAY "SIN DEPOSITOS_OPERACIONES.DAT: NO HAY "
                   "MOVIMIENTOS DE DEPOSITO HOY"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOS.DAT NO DISPONIBLE (ESTADO "
                   WS-DEPOSITOS-STATUS "), NO SE APLICAN MOVIMIENTOS"
               CLOSE OPERACIONES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MOVIMIENTOS-FILE
           IF WS-MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-FILE
               CLOSE MOVIMIENTOS-FILE
               OPEN I-O MOVIMIENTOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "DEPOSITOS_MOVIMIENTOS.DAT" WS-MOVIMIENTOS-STATUS
               WS-SEVERIDAD
           OPEN EXTEND DASIENTOS-FILE
           IF WS-DASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT DASIENTOS-FILE
           END-IF
           OPEN OUTPUT MOVIMIENTOS-REPORT
           CALL "RPTHDR" USING "DEPOSITOS-MOVIMIENTOS"
               "INFORME_MOVIMIENTOS_DEPOSITO.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "MOVIMIENTOS DE DEPOSITO APLICADOS EL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           PERFORM LEE-OPERACION
           PERFORM UNTIL FIN-OPERACIONES
               ADD 1 TO WS-CONT-LEIDAS
               PERFORM APLICA-OPERACION THRU APLICA-OPERACION-FIN
               PERFORM LEE-OPERACION
           END-PERFORM

           PERFORM ESCRIBE-TOTALES

           CLOSE OPERACIONES-FILE
           CLOSE DEPOSITOS-FILE
           CLOSE MOVIMIENTOS-FILE
           CLOSE DASIENTOS-FILE
           CLOSE MOVIMIENTOS-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LEIDAS=" WS-CONT-LEIDAS
               " INGRESOS=" WS-CONT-INGRESOS
               " REINTEGROS=" WS-CONT-REINTEGROS
               " RECHAZADAS=" WS-CONT-RECHAZADAS
               " APUNTES=" WS-CONT-APUNTES
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "MOVIMIENTOS DE DEPOSITO: INGRESOS="
               WS-CONT-INGRESOS " REINTEGROS=" WS-CONT-REINTEGROS
               " RECHAZADOS=" WS-CONT-RECHAZADAS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-OPERACION.
           READ OPERACIONES-FILE
               AT END
                   SET FIN-OPERACIONES TO TRUE
           END-READ.

       APLICA-OPERACION.
           IF NOT DOP-INGRESO AND NOT DOP-REINTEGRO
               MOVE "TIPO DE OPERACION NO VALIDO" TO WS-MOTIVO
               GO TO APLICA-OPERACION-RECHAZO
           END-IF
           IF DOP-IMPORTE NOT NUMERIC OR DOP-IMPORTE = ZERO
               MOVE "IMPORTE NO VALIDO" TO WS-MOTIVO
               GO TO APLICA-OPERACION-RECHAZO
           END-IF
           MOVE ZERO TO WS-FECHA-SEVERIDAD
           IF DOP-FECHA NOT NUMERIC
               MOVE 9 TO WS-FECHA-SEVERIDAD
           ELSE
               MOVE DOP-FECHA TO WS-FECHA-CHECK
               CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           END-IF
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR DOP-FECHA > WS-FECHA-PROCESO
               MOVE "FECHA DE VENTANILLA NO VALIDA" TO WS-MOTIVO
               GO TO APLICA-OPERACION-RECHAZO
           END-IF

           MOVE DOP-CUENTA TO DEP-CUENTA
           READ DEPOSITOS-FILE
               INVALID KEY
                   MOVE "CUENTA DESCONOCIDA" TO WS-MOTIVO
                   GO TO APLICA-OPERACION-RECHAZO
           END-READ
           IF NOT DEP-ACTIVO
               MOVE "CUENTA NO ACTIVA" TO WS-MOTIVO
               GO TO APLICA-OPERACION-RECHAZO
           END-IF
           IF DOP-REINTEGRO
               IF DOP-IMPORTE > DEP-SALDO
                   MOVE "REINTEGRO SUPERIOR AL SALDO" TO WS-MOTIVO
                   GO TO APLICA-OPERACION-RECHAZO
               END-IF
               IF DEP-FECHA-VENCIMIENTO > WS-FECHA-PROCESO
                   MOVE "DEPOSITO A PLAZO NO VENCIDO" TO WS-MOTIVO
                   GO TO APLICA-OPERACION-RECHAZO
               END-IF
           END-IF
           IF DOP-REFERENCIA NOT = SPACES
               PERFORM BUSCA-REFERENCIA THRU BUSCA-REFERENCIA-FIN
               IF REFERENCIA-REPETIDA
                   MOVE "REFERENCIA YA APLICADA A LA CUENTA"
                       TO WS-MOTIVO
                   GO TO APLICA-OPERACION-RECHAZO
               END-IF
           END-IF

      *    EL SALDO CAMBIA YA; EL DEVENGO DE ESTA NOCHE SIGUE
      *    CONTANDO CON EL SALDO DE CIERRE DE LA NOCHE ANTERIOR
           IF DOP-INGRESO
               ADD DOP-IMPORTE TO DEP-SALDO
               ADD 1 TO WS-CONT-INGRESOS
               ADD DOP-IMPORTE TO WS-TOT-INGRESOS
           ELSE
               SUBTRACT DOP-IMPORTE FROM DEP-SALDO
               ADD 1 TO WS-CONT-REINTEGROS
               ADD DOP-IMPORTE TO WS-TOT-REINTEGROS
           END-IF
           ADD 1 TO DEP-NUM-MOVIMIENTOS
           MOVE WS-FECHA-PROCESO TO DEP-FECHA-ACTUALIZACION
           REWRITE DEPOSITO-RECORD

           MOVE SPACES TO DEPOSITO-MOVIMIENTO-RECORD
           MOVE DEP-CUENTA TO DMV-CUENTA
           MOVE DEP-NUM-MOVIMIENTOS TO DMV-NUMERO
           MOVE WS-FECHA-PROCESO TO DMV-FECHA
           MOVE DOP-FECHA TO DMV-FECHA-OPERACION
           MOVE DOP-TIPO TO DMV-TIPO
           MOVE DOP-IMPORTE TO DMV-IMPORTE
           MOVE DEP-SALDO TO DMV-SALDO
           MOVE DOP-REFERENCIA TO DMV-REFERENCIA
           MOVE ZERO TO DMV-TASA
           WRITE DEPOSITO-MOVIMIENTO-RECORD
               INVALID KEY
                   DISPLAY "AVISO: MOVIMIENTO DUPLICADO " DMV-CUENTA
                       " " DMV-NUMERO
                   MOVE 4 TO WS-RETURN-CODE
           END-WRITE

           MOVE DOP-IMPORTE TO WS-APU-PENDIENTE
           IF DOP-INGRESO
               MOVE WS-CTA-CAJA TO WS-APU-CUENTA
           ELSE
               MOVE WS-CTA-DEPOSITOS TO WS-APU-CUENTA
           END-IF
           MOVE "D" TO WS-APU-LADO
           PERFORM GRABA-APUNTE
           MOVE DOP-IMPORTE TO WS-APU-PENDIENTE
           IF DOP-INGRESO
               MOVE WS-CTA-DEPOSITOS TO WS-APU-CUENTA
           ELSE
               MOVE WS-CTA-CAJA TO WS-APU-CUENTA
           END-IF
           MOVE "H" TO WS-APU-LADO
           PERFORM GRABA-APUNTE

           MOVE DOP-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "  " DEP-CUENTA " " DEP-SUCURSAL " " DOP-TIPO " "
               DOP-FECHA " " DOP-REFERENCIA " " WS-IMPORTE-FMT
               " SALDO " DEP-SALDO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           GO TO APLICA-OPERACION-FIN.

       APLICA-OPERACION-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS
           MOVE SPACES TO INFORME-RECORD
           STRING "  RECHAZADA: " DOP-CUENTA " " DOP-TIPO " "
               DOP-FECHA " " DOP-REFERENCIA " " WS-MOTIVO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       APLICA-OPERACION-FIN.
           EXIT.

      *    UNA REFERENCIA DE SUCURSAL SOLO SE APLICA UNA VEZ POR
      *    CUENTA Y FECHA DE VENTANILLA
       BUSCA-REFERENCIA.
           MOVE "N" TO WS-REFERENCIA-REPETIDA
           MOVE "N" TO WS-EOF-MOVIMIENTOS
           MOVE DOP-CUENTA TO DMV-CUENTA
           MOVE ZERO TO DMV-NUMERO
           START MOVIMIENTOS-FILE KEY IS >= DMV-CLAVE
               INVALID KEY
                   GO TO BUSCA-REFERENCIA-FIN
           END-START
           PERFORM UNTIL FIN-MOVIMIENTOS OR REFERENCIA-REPETIDA
               READ MOVIMIENTOS-FILE NEXT RECORD
                   AT END
                       SET FIN-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF DMV-CUENTA NOT = DOP-CUENTA
                           SET FIN-MOVIMIENTOS TO TRUE
                       ELSE
                           IF DMV-REFERENCIA = DOP-REFERENCIA
                                   AND DMV-FECHA-OPERACION = DOP-FECHA
                                   AND DMV-TIPO = DOP-TIPO
                               SET REFERENCIA-REPETIDA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCA-REFERENCIA-FIN.
           EXIT.

      *    EL FICHERO DE INTERFAZ LLEVA IMPORTES DE 7 ENTEROS: UN
      *    MOVIMIENTO QUE LOS SUPERE SE PARTE EN VARIOS APUNTES
       GRABA-APUNTE.
           PERFORM UNTIL WS-APU-PENDIENTE = ZERO
               IF WS-APU-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-APU-TRAMO
               ELSE
                   MOVE WS-APU-PENDIENTE TO WS-APU-TRAMO
               END-IF
               SUBTRACT WS-APU-TRAMO FROM WS-APU-PENDIENTE
               MOVE SPACES TO NOMINA-ASIENTO-REGISTRO
               MOVE WS-FECHA-PROCESO TO NAS-FECHA
               MOVE WS-APU-CUENTA TO NAS-CUENTA
               MOVE WS-APU-LADO TO NAS-LADO
               MOVE WS-APU-TRAMO TO NAS-IMPORTE
               MOVE DEP-SUCURSAL TO NAS-CENTRO-COSTE
               MOVE WS-PERIODO TO NAS-PERIODO
               WRITE NOMINA-ASIENTO-REGISTRO
               ADD 1 TO WS-CONT-APUNTES
           END-PERFORM.

       ESCRIBE-TOTALES.
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "INGRESOS:   " WS-CONT-INGRESOS " POR "
               WS-TOT-INGRESOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "REINTEGROS: " WS-CONT-REINTEGROS " POR "
               WS-TOT-REINTEGROS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "RECHAZADAS: " WS-CONT-RECHAZADAS
               "   APUNTES A DEPOSITOS_ASIENTOS.DAT: " WS-CONT-APUNTES
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       END PROGRAM DEPOSITOS-MOVIMIENTOS.
