      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion del extracto diario del banco contra la
      *          cuenta de banco del mayor. Lee EXTRACTO_BANCO.DAT:
      *          cabecera "H" (fecha y saldo inicial del extracto), un
      *          detalle "D" por movimiento (fecha valor, A = abono o
      *          C = cargo, importe, referencia y concepto del banco)
      *          y trailer "T" (numero de detalles y saldo final). Si
      *          el trailer no casa con los detalles el extracto no se
      *          trata y el paso acaba con RC=8, pero los apuntes del
      *          dia se cargan igual para no perderlos. La cuenta es
      *          PARAMLEE CONCILIA-BANCO CUENTA-BANCO (por defecto
      *          CAJA-PREST, la caja donde entran los cobros). Cada
      *          linea del extracto y cada apunte del dia a la cuenta
      *          en ASIENTOS_CONTABLES.DAT queda como partida en
      *          CONCILIACION_PARTIDAS.DAT (COPY PARCOREC); las
      *          pendientes de dias anteriores siguen ahi hasta casar.
      *          Casan importe y sentido iguales con fechas a no mas
      *          de DIAS-TOLERANCIA dias (3 por defecto): primero las
      *          que ademas traen la referencia del grupo o asiento en
      *          la referencia del banco (criterio REF) y despues, por
      *          la fecha mas cercana, el resto (criterio FEC). Las dos
      *          partidas quedan conciliadas con la clave de su pareja.
      *          INFORME_CONCILIACION_BANCO.TXT lista lo conciliado hoy,
      *          lo pendiente de cada lado con sus dias de antiguedad y
      *          el paso del saldo en libros (apertura arrastrada mas
      *          MAYOR_APUNTES.DAT hasta la fecha de proceso) al saldo
      *          final del extracto. Termina con RC 4 si no hay
      *          extracto o queda diferencia sin explicar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTO_BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.

           SELECT ASIENTOS-FILE ASSIGN TO "ASIENTOS_CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTOS-STATUS.

           SELECT PARTIDAS-FILE ASSIGN TO "CONCILIACION_PARTIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCO-CLAVE
               FILE STATUS IS WS-PARTIDAS-STATUS.

           SELECT MAYOR-FILE ASSIGN TO "MAYOR_APUNTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAY-CLAVE
               ALTERNATE RECORD KEY IS MAY-CLAVE-CUENTA
               FILE STATUS IS WS-MAYOR-STATUS.

           SELECT APERTURA-FILE ASSIGN TO "SALDOS_APERTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APE-CLAVE
               FILE STATUS IS WS-APERTURA-STATUS.

           SELECT CONCILIA-REPORT
               ASSIGN TO "INFORME_CONCILIACION_BANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EXTRACTO DEL BANCO: CABECERA "H", DETALLES "D" Y TRAILER
      *    "T" DE CONTROL
       FD  EXTRACTO-FILE.
       01  EXT-CABECERA.
           05  EXC-TIPO PIC X.
               88  EXC-ES-CABECERA VALUE "H".
               88  EXC-ES-DETALLE VALUE "D".
               88  EXC-ES-TRAILER VALUE "T".
           05  EXC-FECHA PIC 9(8).
           05  EXC-SALDO-INICIAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER PIC X(57).
       01  EXT-DETALLE.
           05  EXD-TIPO PIC X.
           05  EXD-FECHA PIC 9(8).
           05  EXD-SIGNO PIC X.
               88  EXD-ABONO VALUE "A".
               88  EXD-CARGO VALUE "C".
           05  EXD-IMPORTE PIC 9(9)V99.
           05  EXD-REFERENCIA PIC X(20).
           05  EXD-CONCEPTO PIC X(30).
           05  FILLER PIC X(9).
       01  EXT-TRAILER.
           05  EXT-TIPO PIC X.
           05  EXT-CONT-DETALLES PIC 9(6).
           05  EXT-SALDO-FINAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER PIC X(59).

       FD  ASIENTOS-FILE.
       01  ASIENTO-RECORD.
           05  ASI-TIPO PIC X.
               88  ASI-ES-DETALLE VALUE "D".
               88  ASI-ES-TOTAL VALUE "T".
           05  ASI-FECHA PIC 9(8).
           05  ASI-CUENTA PIC X(10).
           05  ASI-DEBE-HABER PIC X.
           05  ASI-IMPORTE PIC ZZZZZZ9.99.
           05  ASI-GRUPO PIC X(7).

       FD  PARTIDAS-FILE.
       COPY PARCOREC.

       FD  MAYOR-FILE.
       COPY MAYAPREC.

       FD  APERTURA-FILE.
       COPY SALAPREC.

       FD  CONCILIA-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACTO-STATUS PIC XX.
       01  WS-ASIENTOS-STATUS PIC XX.
       01  WS-PARTIDAS-STATUS PIC XX.
       01  WS-MAYOR-STATUS PIC XX.
       01  WS-APERTURA-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-EXTRACTO PIC X VALUE "N".
           88  FIN-EXTRACTO VALUE "Y".
       01  WS-EOF-ASIENTOS PIC X VALUE "N".
           88  FIN-ASIENTOS VALUE "Y".
       01  WS-EOF-PARTIDAS PIC X VALUE "N".
           88  FIN-PARTIDAS VALUE "Y".
       01  WS-EOF-MAYOR PIC X VALUE "N".
           88  FIN-MAYOR VALUE "Y".
       01  WS-CABECERA-VISTA PIC X VALUE "N".
           88  CABECERA-VISTA VALUE "Y".
       01  WS-TRAILER-VISTO PIC X VALUE "N".
           88  TRAILER-VISTO VALUE "Y".
       01  WS-EXTRACTO-VALIDO PIC X VALUE "N".
           88  EXTRACTO-VALIDO VALUE "Y".
       01  WS-HAY-APERTURA PIC X VALUE "N".
           88  HAY-APERTURA VALUE "Y".
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(7).
       01  WS-PERIODO-PROCESO PIC 9(6).
       01  WS-CUENTA-BANCO PIC X(10) VALUE "CAJA-PREST".
       01  WS-DIAS-TOLERANCIA PIC 9(3) VALUE 3.
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-SEVERIDAD-FECHA PIC 9.

      *    CUADRE DEL EXTRACTO CONTRA SU TRAILER
       01  WS-FECHA-EXTRACTO PIC 9(8) VALUE ZERO.
       01  WS-SALDO-INICIAL PIC S9(11)V99 VALUE ZERO.
       01  WS-SALDO-FINAL PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-DETALLES PIC 9(6) VALUE ZERO.
       01  WS-CTL-SALDO PIC S9(11)V99 VALUE ZERO.

       01  WS-SEC-ASIENTO PIC 9(6) VALUE ZERO.
       01  WS-SEC-EXTRACTO PIC 9(6) VALUE ZERO.
       01  WS-FECHA-BORRADO PIC 9(8).
       01  WS-ORIGEN-BORRADO PIC X.

      *    PARTIDAS PENDIENTES DE CADA LADO, EN ORDEN DE CLAVE
       01  WS-BAN-TABLA.
           05  WS-BAN-ENT OCCURS 2000 TIMES.
               10  WS-BAN-CLAVE PIC X(15).
               10  WS-BAN-FECHA PIC 9(8).
               10  WS-BAN-DIAS PIC 9(7).
               10  WS-BAN-SENTIDO PIC X.
               10  WS-BAN-IMPORTE PIC 9(9)V99.
               10  WS-BAN-REFERENCIA PIC X(20).
               10  WS-BAN-CONCEPTO PIC X(30).
               10  WS-BAN-PAREJA PIC 9(4).
               10  WS-BAN-CRITERIO PIC X(3).
       01  WS-BAN-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-BAN-IDX PIC 9(4).
       01  WS-LIB-TABLA.
           05  WS-LIB-ENT OCCURS 2000 TIMES.
               10  WS-LIB-CLAVE PIC X(15).
               10  WS-LIB-FECHA PIC 9(8).
               10  WS-LIB-DIAS PIC 9(7).
               10  WS-LIB-SENTIDO PIC X.
               10  WS-LIB-IMPORTE PIC 9(9)V99.
               10  WS-LIB-REFERENCIA PIC X(20).
               10  WS-LIB-CONCEPTO PIC X(30).
               10  WS-LIB-PAREJA PIC 9(4).
       01  WS-LIB-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-LIB-IDX PIC 9(4).

       01  WS-CRITERIO PIC X(3).
       01  WS-REF-LIBROS PIC X(20).
       01  WS-REF-BANCO PIC X(20).
       01  WS-MEJOR-IDX PIC 9(4).
       01  WS-MEJOR-DIF PIC 9(7).
       01  WS-DIF-DIAS PIC S9(7).
       01  WS-DIAS-PEND PIC S9(7).
       01  WS-DIAS-PEND-ED PIC ZZZ9-.

      *    CONTADORES Y TOTALES DEL INFORME
       01  WS-CONT-LIBROS-CARGADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-BANCO-CARGADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-ERRONEOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-REF PIC 9(6) VALUE ZERO.
       01  WS-CONT-FEC PIC 9(6) VALUE ZERO.
       01  WS-CONT-CONCILIADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-PEND-BANCO PIC 9(6) VALUE ZERO.
       01  WS-CONT-PEND-LIBROS PIC 9(6) VALUE ZERO.
       01  WS-CONT-GRUPO PIC 9(6).
       01  WS-PEND-BAN-ABONOS PIC S9(11)V99 VALUE ZERO.
       01  WS-PEND-BAN-CARGOS PIC S9(11)V99 VALUE ZERO.
       01  WS-PEND-LIB-ENTRADAS PIC S9(11)V99 VALUE ZERO.
       01  WS-PEND-LIB-SALIDAS PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-GRUPO PIC S9(11)V99.
       01  WS-SALDO-LIBROS PIC S9(11)V99 VALUE ZERO.
       01  WS-SALDO-CONCILIADO PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFERENCIA PIC S9(11)V99 VALUE ZERO.

      *    GRUPO DE PENDIENTES QUE SE ESTA LISTANDO
       01  WS-LISTA-ORIGEN PIC X.
       01  WS-LISTA-SENTIDO PIC X.
       01  WS-LISTA-TITULO PIC X(50).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-IMPORTE-FMT2 PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CONCILIA-BANCO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CONCILIA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CONCILIA-BANCO".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO

           PERFORM LEE-PARAMETROS
           PERFORM VALIDA-EXTRACTO THRU VALIDA-EXTRACTO-FIN

           OPEN I-O PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS NOT = "00"
               OPEN OUTPUT PARTIDAS-FILE
               CLOSE PARTIDAS-FILE
               OPEN I-O PARTIDAS-FILE
           END-IF
           IF WS-PARTIDAS-STATUS NOT = "00"
               DISPLAY "CONCILIACION_PARTIDAS.DAT NO DISPONIBLE, NO SE "
                   "CONCILIA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CONCILIA-REPORT
           CALL "RPTHDR" USING "CONCILIA-BANCO"
               "INFORME_CONCILIACION_BANCO.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "CONCILIACION BANCARIA DE LA CUENTA " WS-CUENTA-BANCO
               " A FECHA DE PROCESO " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           IF EXTRACTO-VALIDO
               STRING "EXTRACTO DEL BANCO DE " WS-FECHA-EXTRACTO
                   " CON " WS-CTL-DETALLES " MOVIMIENTOS"
                   DELIMITED BY SIZE INTO INFORME-RECORD
           ELSE
               MOVE "SIN EXTRACTO VALIDO: SOLO SE CARGAN LOS APUNTES"
                   TO INFORME-RECORD
           END-IF
           WRITE INFORME-RECORD

           PERFORM CARGA-LIBROS THRU CARGA-LIBROS-FIN
           IF EXTRACTO-VALIDO
               PERFORM CARGA-EXTRACTO
           END-IF
           PERFORM CARGA-PENDIENTES

           MOVE "REF" TO WS-CRITERIO
           PERFORM EMPAREJA
           MOVE "FEC" TO WS-CRITERIO
           PERFORM EMPAREJA
           PERFORM GRABA-CONCILIADAS

           PERFORM ESCRIBE-PENDIENTES
           PERFORM CALCULA-SALDO-LIBROS
           PERFORM ESCRIBE-CONCILIACION

           CLOSE PARTIDAS-FILE
           CLOSE CONCILIA-REPORT

           MOVE WS-CUENTA-BANCO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EXTRACTO=" WS-FECHA-EXTRACTO
               " CONCILIADAS=" WS-CONT-CONCILIADAS
               " PEND BANCO=" WS-CONT-PEND-BANCO
               " PEND LIBROS=" WS-CONT-PEND-LIBROS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CONCILIACION BANCARIA: CONCILIADAS="
               WS-CONT-CONCILIADAS " PENDIENTES BANCO="
               WS-CONT-PEND-BANCO " LIBROS=" WS-CONT-PEND-LIBROS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
           CALL "PARAMLEE" USING "CONCILIA-BANCO      "
               "CUENTA-BANCO        " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:10) NOT = SPACES
                       AND WS-PARAM-VALOR(11:) = SPACES
                   MOVE WS-PARAM-VALOR(1:10) TO WS-CUENTA-BANCO
               ELSE
                   DISPLAY "AVISO: CUENTA-BANCO NO VALIDA, SE USA "
                       WS-CUENTA-BANCO
               END-IF
           END-IF

           CALL "PARAMLEE" USING "CONCILIA-BANCO      "
               "DIAS-TOLERANCIA     " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) = ZERO
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) >= ZERO
                       AND FUNCTION NUMVAL(WS-PARAM-VALOR) < 1000
                   COMPUTE WS-DIAS-TOLERANCIA =
                       FUNCTION NUMVAL(WS-PARAM-VALOR)
               ELSE
                   DISPLAY "AVISO: DIAS-TOLERANCIA NO VALIDO, SE USAN "
                       "3 DIAS"
               END-IF
           END-IF.

       VALIDA-EXTRACTO.
      *    PRIMERA PASADA: EL EXTRACTO DEBE CUADRAR CON SU TRAILER
      *    (SALDO INICIAL MAS ABONOS MENOS CARGOS IGUAL AL FINAL)
      *    ANTES DE CARGAR NINGUNA PARTIDA DEL BANCO
           OPEN INPUT EXTRACTO-FILE
           IF WS-EXTRACTO-STATUS NOT = "00"
               DISPLAY "EXTRACTO_BANCO.DAT NO DISPONIBLE, SOLO SE "
                   "CARGAN LOS APUNTES DEL DIA"
               MOVE 4 TO WS-RETURN-CODE
               GO TO VALIDA-EXTRACTO-FIN
           END-IF
           PERFORM LEE-EXTRACTO
           PERFORM UNTIL FIN-EXTRACTO
               EVALUATE TRUE
                   WHEN EXC-ES-CABECERA
                       SET CABECERA-VISTA TO TRUE
                       MOVE EXC-FECHA TO WS-FECHA-EXTRACTO
                       IF EXC-SALDO-INICIAL NUMERIC
                           MOVE EXC-SALDO-INICIAL TO WS-SALDO-INICIAL
                       END-IF
                       MOVE WS-SALDO-INICIAL TO WS-CTL-SALDO
                   WHEN EXC-ES-DETALLE
                       ADD 1 TO WS-CTL-DETALLES
                       IF EXD-IMPORTE NUMERIC
                           IF EXD-ABONO
                               ADD EXD-IMPORTE TO WS-CTL-SALDO
                           END-IF
                           IF EXD-CARGO
                               SUBTRACT EXD-IMPORTE FROM WS-CTL-SALDO
                           END-IF
                       END-IF
                   WHEN EXC-ES-TRAILER
                       SET TRAILER-VISTO TO TRUE
                       IF EXT-SALDO-FINAL NUMERIC
                           MOVE EXT-SALDO-FINAL TO WS-SALDO-FINAL
                       END-IF
                       IF EXT-CONT-DETALLES NOT NUMERIC
                           MOVE ZERO TO EXT-CONT-DETALLES
                       END-IF
                       IF EXT-CONT-DETALLES NOT = WS-CTL-DETALLES
                           MOVE "N" TO WS-TRAILER-VISTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM LEE-EXTRACTO
           END-PERFORM
           CLOSE EXTRACTO-FILE

           CALL "FECHAVAL" USING WS-FECHA-EXTRACTO WS-SEVERIDAD-FECHA
           IF NOT CABECERA-VISTA OR NOT TRAILER-VISTO
                   OR WS-SEVERIDAD-FECHA NOT = ZERO
                   OR WS-CTL-SALDO NOT = WS-SALDO-FINAL
               DISPLAY "EXTRACTO_BANCO.DAT DESCUADRADO CON SU TRAILER, "
                   "NO SE TRATA"
               DISPLAY "DETALLES=" WS-CTL-DETALLES " SALDO CALCULADO="
                   WS-CTL-SALDO " TRAILER=" WS-SALDO-FINAL
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "EXTRACTO DESCUADRADO FECHA=" WS-FECHA-EXTRACTO
                   " DETALLES=" WS-CTL-DETALLES
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               MOVE 8 TO WS-RETURN-CODE
               GO TO VALIDA-EXTRACTO-FIN
           END-IF
           SET EXTRACTO-VALIDO TO TRUE.

       VALIDA-EXTRACTO-FIN.
           EXIT.

       LEE-EXTRACTO.
           READ EXTRACTO-FILE
               AT END
                   SET FIN-EXTRACTO TO TRUE
           END-READ.

       CARGA-LIBROS.
      *    LOS APUNTES DEL DIA A LA CUENTA DE BANCO. UN RELANZAMIENTO
      *    DEL MISMO DIA VUELVE A CARGAR LOS QUE SIGUEN PENDIENTES; LOS
      *    YA CONCILIADOS SE RESPETAN
           MOVE "L" TO WS-ORIGEN-BORRADO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-BORRADO
           PERFORM BORRA-PENDIENTES-DIA

           OPEN INPUT ASIENTOS-FILE
           IF WS-ASIENTOS-STATUS NOT = "00"
               DISPLAY "ASIENTOS_CONTABLES.DAT NO DISPONIBLE, SIN "
                   "APUNTES DEL DIA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO CARGA-LIBROS-FIN
           END-IF
           PERFORM LEE-ASIENTO
           PERFORM UNTIL FIN-ASIENTOS
               IF ASI-ES-DETALLE
      *            MISMA NUMERACION QUE EL APUNTE EN MAYOR_APUNTES.DAT
                   ADD 1 TO WS-SEC-ASIENTO
                   IF ASI-CUENTA = WS-CUENTA-BANCO
                       PERFORM GRABA-PARTIDA-LIBROS
                   END-IF
               END-IF
               PERFORM LEE-ASIENTO
           END-PERFORM
           CLOSE ASIENTOS-FILE.

       CARGA-LIBROS-FIN.
           EXIT.

       LEE-ASIENTO.
           READ ASIENTOS-FILE
               AT END
                   SET FIN-ASIENTOS TO TRUE
           END-READ.

       GRABA-PARTIDA-LIBROS.
           MOVE SPACES TO PARTIDA-CONCILIA-RECORD
           MOVE "L" TO PCO-ORIGEN
           MOVE ASI-FECHA TO PCO-FECHA
           MOVE WS-SEC-ASIENTO TO PCO-SECUENCIA
           MOVE WS-CUENTA-BANCO TO PCO-CUENTA
           IF ASI-DEBE-HABER = "D"
               MOVE "E" TO PCO-SENTIDO
           ELSE
               MOVE "S" TO PCO-SENTIDO
           END-IF
           MOVE ASI-IMPORTE TO PCO-IMPORTE
           MOVE ASI-FECHA TO PCO-FECHA-VALOR
           MOVE ASI-GRUPO TO PCO-REFERENCIA
           MOVE "APUNTE DE INTERFAZ-CONTABLE" TO PCO-CONCEPTO
           MOVE "P" TO PCO-ESTADO
           MOVE WS-FECHA-PROCESO TO PCO-FECHA-CARGA
           MOVE ZERO TO PCO-FECHA-CONCILIA
           WRITE PARTIDA-CONCILIA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-LIBROS-CARGADOS
           END-WRITE.

       CARGA-EXTRACTO.
      *    UN EXTRACTO RECIBIDO DE NUEVO SUSTITUYE SUS PARTIDAS
      *    PENDIENTES; LAS YA CONCILIADAS SE RESPETAN
           MOVE "B" TO WS-ORIGEN-BORRADO
           MOVE WS-FECHA-EXTRACTO TO WS-FECHA-BORRADO
           PERFORM BORRA-PENDIENTES-DIA

           MOVE "N" TO WS-EOF-EXTRACTO
           OPEN INPUT EXTRACTO-FILE
           PERFORM LEE-EXTRACTO
           PERFORM UNTIL FIN-EXTRACTO
               IF EXC-ES-DETALLE
                   ADD 1 TO WS-SEC-EXTRACTO
                   PERFORM GRABA-PARTIDA-BANCO
                       THRU GRABA-PARTIDA-BANCO-FIN
               END-IF
               PERFORM LEE-EXTRACTO
           END-PERFORM
           CLOSE EXTRACTO-FILE.

       GRABA-PARTIDA-BANCO.
           IF EXD-IMPORTE NOT NUMERIC OR EXD-IMPORTE = ZERO
                   OR (NOT EXD-ABONO AND NOT EXD-CARGO)
               ADD 1 TO WS-CONT-ERRONEOS
               MOVE SPACES TO INFORME-RECORD
               STRING "MOVIMIENTO DEL BANCO NO VALIDO, LINEA "
                   WS-SEC-EXTRACTO " REF=" EXD-REFERENCIA
                   " SIGNO " EXD-SIGNO
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO GRABA-PARTIDA-BANCO-FIN
           END-IF

           MOVE SPACES TO PARTIDA-CONCILIA-RECORD
           MOVE "B" TO PCO-ORIGEN
           MOVE WS-FECHA-EXTRACTO TO PCO-FECHA
           MOVE WS-SEC-EXTRACTO TO PCO-SECUENCIA
           MOVE WS-CUENTA-BANCO TO PCO-CUENTA
           IF EXD-ABONO
               MOVE "E" TO PCO-SENTIDO
           ELSE
               MOVE "S" TO PCO-SENTIDO
           END-IF
           MOVE EXD-IMPORTE TO PCO-IMPORTE
           MOVE EXD-REFERENCIA TO PCO-REFERENCIA
           MOVE EXD-CONCEPTO TO PCO-CONCEPTO
           MOVE "P" TO PCO-ESTADO
           MOVE WS-FECHA-PROCESO TO PCO-FECHA-CARGA
           MOVE ZERO TO PCO-FECHA-CONCILIA
      *    LA FECHA VALOR DEL BANCO ES LA QUE CUENTA PARA CASAR; SI
      *    NO VIENE O NO ES VALIDA, LA DEL EXTRACTO
           MOVE WS-FECHA-EXTRACTO TO PCO-FECHA-VALOR
           IF EXD-FECHA NUMERIC
               CALL "FECHAVAL" USING EXD-FECHA WS-SEVERIDAD-FECHA
               IF WS-SEVERIDAD-FECHA = ZERO
                   MOVE EXD-FECHA TO PCO-FECHA-VALOR
               END-IF
           END-IF
           WRITE PARTIDA-CONCILIA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-BANCO-CARGADOS
           END-WRITE.

       GRABA-PARTIDA-BANCO-FIN.
           EXIT.

       BORRA-PENDIENTES-DIA.
           MOVE "N" TO WS-EOF-PARTIDAS
           MOVE WS-ORIGEN-BORRADO TO PCO-ORIGEN
           MOVE WS-FECHA-BORRADO TO PCO-FECHA
           MOVE ZERO TO PCO-SECUENCIA
           START PARTIDAS-FILE KEY IS >= PCO-CLAVE
               INVALID KEY
                   SET FIN-PARTIDAS TO TRUE
           END-START
           PERFORM UNTIL FIN-PARTIDAS
               READ PARTIDAS-FILE NEXT RECORD
                   AT END
                       SET FIN-PARTIDAS TO TRUE
                   NOT AT END
                       IF PCO-ORIGEN NOT = WS-ORIGEN-BORRADO
                               OR PCO-FECHA NOT = WS-FECHA-BORRADO
                           SET FIN-PARTIDAS TO TRUE
                       ELSE
                           IF PCO-PENDIENTE
                                   AND PCO-CUENTA = WS-CUENTA-BANCO
                               DELETE PARTIDAS-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGA-PENDIENTES.
      *    TODO LO PENDIENTE DE LA CUENTA, DE HOY Y DE DIAS ANTERIORES
           MOVE "N" TO WS-EOF-PARTIDAS
           MOVE LOW-VALUES TO PCO-CLAVE
           START PARTIDAS-FILE KEY IS >= PCO-CLAVE
               INVALID KEY
                   SET FIN-PARTIDAS TO TRUE
           END-START
           PERFORM UNTIL FIN-PARTIDAS
               READ PARTIDAS-FILE NEXT RECORD
                   AT END
                       SET FIN-PARTIDAS TO TRUE
                   NOT AT END
                       IF PCO-PENDIENTE
                               AND PCO-CUENTA = WS-CUENTA-BANCO
                           PERFORM GUARDA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 2000 PARTIDAS PENDIENTES EN UN "
                   "LADO, CONCILIACION INCOMPLETA"
               MOVE SPACES TO INFORME-RECORD
               STRING "AVISO: MAS DE 2000 PARTIDAS PENDIENTES EN UN "
                   "LADO, CONCILIACION INCOMPLETA"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       GUARDA-PENDIENTE.
           IF PCO-DEL-BANCO
               IF WS-BAN-TOTAL >= 2000
                   SET TABLA-LLENA TO TRUE
               ELSE
                   ADD 1 TO WS-BAN-TOTAL
                   MOVE PCO-CLAVE TO WS-BAN-CLAVE(WS-BAN-TOTAL)
                   MOVE PCO-FECHA-VALOR TO WS-BAN-FECHA(WS-BAN-TOTAL)
                   COMPUTE WS-BAN-DIAS(WS-BAN-TOTAL) =
                       FUNCTION INTEGER-OF-DATE(PCO-FECHA-VALOR)
                   MOVE PCO-SENTIDO TO WS-BAN-SENTIDO(WS-BAN-TOTAL)
                   MOVE PCO-IMPORTE TO WS-BAN-IMPORTE(WS-BAN-TOTAL)
                   MOVE PCO-REFERENCIA
                       TO WS-BAN-REFERENCIA(WS-BAN-TOTAL)
                   MOVE PCO-CONCEPTO TO WS-BAN-CONCEPTO(WS-BAN-TOTAL)
                   MOVE ZERO TO WS-BAN-PAREJA(WS-BAN-TOTAL)
                   MOVE SPACES TO WS-BAN-CRITERIO(WS-BAN-TOTAL)
               END-IF
           ELSE
               IF WS-LIB-TOTAL >= 2000
                   SET TABLA-LLENA TO TRUE
               ELSE
                   ADD 1 TO WS-LIB-TOTAL
                   MOVE PCO-CLAVE TO WS-LIB-CLAVE(WS-LIB-TOTAL)
                   MOVE PCO-FECHA-VALOR TO WS-LIB-FECHA(WS-LIB-TOTAL)
                   COMPUTE WS-LIB-DIAS(WS-LIB-TOTAL) =
                       FUNCTION INTEGER-OF-DATE(PCO-FECHA-VALOR)
                   MOVE PCO-SENTIDO TO WS-LIB-SENTIDO(WS-LIB-TOTAL)
                   MOVE PCO-IMPORTE TO WS-LIB-IMPORTE(WS-LIB-TOTAL)
                   MOVE PCO-REFERENCIA
                       TO WS-LIB-REFERENCIA(WS-LIB-TOTAL)
                   MOVE PCO-CONCEPTO TO WS-LIB-CONCEPTO(WS-LIB-TOTAL)
                   MOVE ZERO TO WS-LIB-PAREJA(WS-LIB-TOTAL)
               END-IF
           END-IF.

       EMPAREJA.
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > WS-BAN-TOTAL
               IF WS-BAN-PAREJA(WS-BAN-IDX) = ZERO
                   PERFORM BUSCA-PAREJA
                   IF WS-MEJOR-IDX > ZERO
                       MOVE WS-MEJOR-IDX TO WS-BAN-PAREJA(WS-BAN-IDX)
                       MOVE WS-CRITERIO TO WS-BAN-CRITERIO(WS-BAN-IDX)
                       MOVE WS-BAN-IDX TO WS-LIB-PAREJA(WS-MEJOR-IDX)
                       IF WS-CRITERIO = "REF"
                           ADD 1 TO WS-CONT-REF
                       ELSE
                           ADD 1 TO WS-CONT-FEC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BUSCA-PAREJA.
      *    EL APUNTE PENDIENTE DEL MISMO SENTIDO E IMPORTE CON LA FECHA
      *    MAS CERCANA DENTRO DE LA TOLERANCIA; CON CRITERIO REF, SOLO
      *    SI LA REFERENCIA DEL BANCO EMPIEZA POR LA DEL APUNTE
           MOVE ZERO TO WS-MEJOR-IDX
           MOVE 9999999 TO WS-MEJOR-DIF
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                   UNTIL WS-LIB-IDX > WS-LIB-TOTAL
               IF WS-LIB-PAREJA(WS-LIB-IDX) = ZERO
                       AND WS-LIB-SENTIDO(WS-LIB-IDX)
                           = WS-BAN-SENTIDO(WS-BAN-IDX)
                       AND WS-LIB-IMPORTE(WS-LIB-IDX)
                           = WS-BAN-IMPORTE(WS-BAN-IDX)
                   COMPUTE WS-DIF-DIAS = WS-BAN-DIAS(WS-BAN-IDX)
                       - WS-LIB-DIAS(WS-LIB-IDX)
                   IF WS-DIF-DIAS < ZERO
                       COMPUTE WS-DIF-DIAS = ZERO - WS-DIF-DIAS
                   END-IF
                   IF WS-DIF-DIAS <= WS-DIAS-TOLERANCIA
                           AND WS-DIF-DIAS < WS-MEJOR-DIF
                       IF WS-CRITERIO NOT = "REF"
                           MOVE WS-LIB-IDX TO WS-MEJOR-IDX
                           MOVE WS-DIF-DIAS TO WS-MEJOR-DIF
                       ELSE
                           MOVE WS-LIB-REFERENCIA(WS-LIB-IDX)
                               TO WS-REF-LIBROS
                           MOVE WS-BAN-REFERENCIA(WS-BAN-IDX)
                               TO WS-REF-BANCO
                           IF WS-REF-LIBROS NOT = SPACES
                                   AND WS-REF-LIBROS(1:7)
                                   = WS-REF-BANCO(1:7)
                               MOVE WS-LIB-IDX TO WS-MEJOR-IDX
                               MOVE WS-DIF-DIAS TO WS-MEJOR-DIF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRABA-CONCILIADAS.
      *    LAS DOS PARTIDAS DE CADA PAREJA QUEDAN CONCILIADAS HOY CON
      *    LA CLAVE DE LA OTRA
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE "PARTIDAS CONCILIADAS HOY" TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "BANCO    REFERENCIA BANCO     LIBROS   GRUPO   CRIT"
               "          IMPORTE"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   UNTIL WS-BAN-IDX > WS-BAN-TOTAL
               IF WS-BAN-PAREJA(WS-BAN-IDX) > ZERO
                   MOVE WS-BAN-PAREJA(WS-BAN-IDX) TO WS-LIB-IDX
                   PERFORM MARCA-PAREJA
               END-IF
           END-PERFORM
           MOVE SPACES TO INFORME-RECORD
           STRING "CONCILIADAS=" WS-CONT-CONCILIADAS
               " POR REFERENCIA=" WS-CONT-REF
               " POR IMPORTE Y FECHA=" WS-CONT-FEC
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       MARCA-PAREJA.
           MOVE WS-BAN-CLAVE(WS-BAN-IDX) TO PCO-CLAVE
           READ PARTIDAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO PCO-ESTADO
                   MOVE WS-FECHA-PROCESO TO PCO-FECHA-CONCILIA
                   MOVE WS-LIB-CLAVE(WS-LIB-IDX) TO PCO-CLAVE-PAREJA
                   MOVE WS-BAN-CRITERIO(WS-BAN-IDX) TO PCO-CRITERIO
                   REWRITE PARTIDA-CONCILIA-RECORD
           END-READ
           MOVE WS-LIB-CLAVE(WS-LIB-IDX) TO PCO-CLAVE
           READ PARTIDAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO PCO-ESTADO
                   MOVE WS-FECHA-PROCESO TO PCO-FECHA-CONCILIA
                   MOVE WS-BAN-CLAVE(WS-BAN-IDX) TO PCO-CLAVE-PAREJA
                   MOVE WS-BAN-CRITERIO(WS-BAN-IDX) TO PCO-CRITERIO
                   REWRITE PARTIDA-CONCILIA-RECORD
           END-READ
           ADD 1 TO WS-CONT-CONCILIADAS

           MOVE WS-BAN-IMPORTE(WS-BAN-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING WS-BAN-FECHA(WS-BAN-IDX) " "
               WS-BAN-REFERENCIA(WS-BAN-IDX) " "
               WS-LIB-FECHA(WS-LIB-IDX) " "
               WS-LIB-REFERENCIA(WS-LIB-IDX)(1:7) " "
               WS-BAN-CRITERIO(WS-BAN-IDX) " " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       ESCRIBE-PENDIENTES.
      *    LO QUE QUEDA PENDIENTE SE ARRASTRA AL DIA SIGUIENTE; AQUI
      *    SE LISTA POR LADO Y SENTIDO CON SU ANTIGUEDAD
           MOVE "B" TO WS-LISTA-ORIGEN
           MOVE "E" TO WS-LISTA-SENTIDO
           MOVE "ABONOS DEL BANCO SIN CONTABILIZAR" TO WS-LISTA-TITULO
           PERFORM LISTA-PENDIENTES
           MOVE WS-TOT-GRUPO TO WS-PEND-BAN-ABONOS
           MOVE "S" TO WS-LISTA-SENTIDO
           MOVE "CARGOS DEL BANCO SIN CONTABILIZAR" TO WS-LISTA-TITULO
           PERFORM LISTA-PENDIENTES
           MOVE WS-TOT-GRUPO TO WS-PEND-BAN-CARGOS
           MOVE "L" TO WS-LISTA-ORIGEN
           MOVE "E" TO WS-LISTA-SENTIDO
           MOVE "ENTRADAS CONTABILIZADAS SIN ABONO DEL BANCO"
               TO WS-LISTA-TITULO
           PERFORM LISTA-PENDIENTES
           MOVE WS-TOT-GRUPO TO WS-PEND-LIB-ENTRADAS
           MOVE "S" TO WS-LISTA-SENTIDO
           MOVE "SALIDAS CONTABILIZADAS SIN CARGO DEL BANCO"
               TO WS-LISTA-TITULO
           PERFORM LISTA-PENDIENTES
           MOVE WS-TOT-GRUPO TO WS-PEND-LIB-SALIDAS.

       LISTA-PENDIENTES.
           MOVE ZERO TO WS-TOT-GRUPO WS-CONT-GRUPO
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "PENDIENTE: " WS-LISTA-TITULO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "FECHA     DIAS REFERENCIA           CONCEPTO       "
               "                         IMPORTE"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF WS-LISTA-ORIGEN = "B"
               PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                       UNTIL WS-BAN-IDX > WS-BAN-TOTAL
                   IF WS-BAN-PAREJA(WS-BAN-IDX) = ZERO
                           AND WS-BAN-SENTIDO(WS-BAN-IDX)
                               = WS-LISTA-SENTIDO
                       PERFORM LISTA-PENDIENTE-BANCO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                       UNTIL WS-LIB-IDX > WS-LIB-TOTAL
                   IF WS-LIB-PAREJA(WS-LIB-IDX) = ZERO
                           AND WS-LIB-SENTIDO(WS-LIB-IDX)
                               = WS-LISTA-SENTIDO
                       PERFORM LISTA-PENDIENTE-LIBROS
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-TOT-GRUPO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "TOTAL (" WS-CONT-GRUPO " PARTIDAS)             "
               "                                  " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       LISTA-PENDIENTE-BANCO.
           ADD 1 TO WS-CONT-GRUPO
           ADD 1 TO WS-CONT-PEND-BANCO
           ADD WS-BAN-IMPORTE(WS-BAN-IDX) TO WS-TOT-GRUPO
           COMPUTE WS-DIAS-PEND = WS-DIAS-PROCESO
               - WS-BAN-DIAS(WS-BAN-IDX)
           MOVE WS-DIAS-PEND TO WS-DIAS-PEND-ED
           MOVE WS-BAN-IMPORTE(WS-BAN-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING WS-BAN-FECHA(WS-BAN-IDX) " " WS-DIAS-PEND-ED " "
               WS-BAN-REFERENCIA(WS-BAN-IDX) " "
               WS-BAN-CONCEPTO(WS-BAN-IDX) " " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       LISTA-PENDIENTE-LIBROS.
           ADD 1 TO WS-CONT-GRUPO
           ADD 1 TO WS-CONT-PEND-LIBROS
           ADD WS-LIB-IMPORTE(WS-LIB-IDX) TO WS-TOT-GRUPO
           COMPUTE WS-DIAS-PEND = WS-DIAS-PROCESO
               - WS-LIB-DIAS(WS-LIB-IDX)
           MOVE WS-DIAS-PEND TO WS-DIAS-PEND-ED
           MOVE WS-LIB-IMPORTE(WS-LIB-IDX) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING WS-LIB-FECHA(WS-LIB-IDX) " " WS-DIAS-PEND-ED " "
               WS-LIB-REFERENCIA(WS-LIB-IDX) " "
               WS-LIB-CONCEPTO(WS-LIB-IDX) " " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       CALCULA-SALDO-LIBROS.
      *    SALDO DE LA CUENTA A LA FECHA DE PROCESO, COMO LO DA
      *    MAYOR-CUENTA: APERTURA ARRASTRADA AL PERIODO MAS LO
      *    APUNTADO EN EL; SIN APERTURA, TODO EL HISTORICO
           MOVE ZERO TO WS-SALDO-LIBROS
           OPEN INPUT APERTURA-FILE
           IF WS-APERTURA-STATUS = "00"
               MOVE WS-PERIODO-PROCESO TO APE-PERIODO
               MOVE LOW-VALUES TO APE-CUENTA
               START APERTURA-FILE KEY IS >= APE-CLAVE
                   NOT INVALID KEY
                       READ APERTURA-FILE NEXT RECORD
                           NOT AT END
                               IF APE-PERIODO = WS-PERIODO-PROCESO
                                   SET HAY-APERTURA TO TRUE
                               END-IF
                       END-READ
               END-START
               IF HAY-APERTURA
                   MOVE WS-PERIODO-PROCESO TO APE-PERIODO
                   MOVE WS-CUENTA-BANCO TO APE-CUENTA
                   READ APERTURA-FILE
                       NOT INVALID KEY
                           MOVE APE-SALDO TO WS-SALDO-LIBROS
                   END-READ
               END-IF
               CLOSE APERTURA-FILE
           END-IF

           OPEN INPUT MAYOR-FILE
           IF WS-MAYOR-STATUS = "00"
               MOVE WS-CUENTA-BANCO TO MAY-CUENTA
               MOVE ZERO TO MAY-FECHA-CTA MAY-SECUENCIA-CTA
               START MAYOR-FILE KEY IS >= MAY-CLAVE-CUENTA
                   INVALID KEY
                       SET FIN-MAYOR TO TRUE
               END-START
               PERFORM UNTIL FIN-MAYOR
                   READ MAYOR-FILE NEXT RECORD
                       AT END
                           SET FIN-MAYOR TO TRUE
                       NOT AT END
                           IF MAY-CUENTA NOT = WS-CUENTA-BANCO
                                   OR MAY-FECHA-CTA > WS-FECHA-PROCESO
                               SET FIN-MAYOR TO TRUE
                           ELSE
                               PERFORM SUMA-APUNTE-LIBROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAYOR-FILE
           END-IF.

       SUMA-APUNTE-LIBROS.
           IF HAY-APERTURA AND MAY-PERIODO < WS-PERIODO-PROCESO
               CONTINUE
           ELSE
               IF MAY-AL-DEBE
                   ADD MAY-IMPORTE TO WS-SALDO-LIBROS
               ELSE
                   SUBTRACT MAY-IMPORTE FROM WS-SALDO-LIBROS
               END-IF
           END-IF.

       ESCRIBE-CONCILIACION.
      *    DEL SALDO EN LIBROS AL SALDO DEL BANCO PASANDO POR LAS
      *    PARTIDAS PENDIENTES DE CADA LADO
           COMPUTE WS-SALDO-CONCILIADO = WS-SALDO-LIBROS
               + WS-PEND-BAN-ABONOS - WS-PEND-BAN-CARGOS
               - WS-PEND-LIB-ENTRADAS + WS-PEND-LIB-SALIDAS
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE "CONCILIACION DE SALDOS" TO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE WS-SALDO-LIBROS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "SALDO EN LIBROS A " WS-FECHA-PROCESO
               "  . . . . . . . . . . . .   " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           IF NOT HAY-APERTURA
               MOVE SPACES TO INFORME-RECORD
               STRING "  (PERIODO " WS-PERIODO-PROCESO " SIN APERTURA "
                   "ARRASTRADA: SALDO DESDE EL HISTORICO)"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
           END-IF

           MOVE WS-PEND-BAN-ABONOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "MAS  ABONOS DEL BANCO SIN CONTABILIZAR . . . . .   "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-PEND-BAN-CARGOS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "MENOS CARGOS DEL BANCO SIN CONTABILIZAR  . . . .   "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-PEND-LIB-ENTRADAS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "MENOS ENTRADAS CONTABILIZADAS SIN ABONO  . . . .   "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-PEND-LIB-SALIDAS TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "MAS  SALIDAS CONTABILIZADAS SIN CARGO  . . . . .   "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE WS-SALDO-CONCILIADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "IGUAL SALDO DE BANCO SEGUN LIBROS  . . . . . . .   "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           IF NOT EXTRACTO-VALIDO
               MOVE SPACES TO INFORME-RECORD
               STRING "SIN EXTRACTO VALIDO NO HAY SALDO DE BANCO CON "
                   "QUE COMPARAR"
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
           ELSE
               COMPUTE WS-DIFERENCIA = WS-SALDO-FINAL
                   - WS-SALDO-CONCILIADO
               MOVE WS-SALDO-FINAL TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO INFORME-RECORD
               STRING "SALDO FINAL DEL EXTRACTO A " WS-FECHA-EXTRACTO
                   " . . . . . . . .   " WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               MOVE WS-DIFERENCIA TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT2
               MOVE SPACES TO INFORME-RECORD
               STRING "DIFERENCIA SIN EXPLICAR  . . . . . . . . . . "
                   "      " WS-IMPORTE-FMT2
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-DIFERENCIA NOT = ZERO
                   DISPLAY "AVISO: CONCILIACION BANCARIA CON "
                       "DIFERENCIA SIN EXPLICAR " WS-IMPORTE-FMT2
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CONCILIA-BANCO.
