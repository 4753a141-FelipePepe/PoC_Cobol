      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina compartida de consulta del mayor de una cuenta
      *          con saldo corrido, al estilo de FINIQUITO. Recibe la
      *          cuenta y el rango de fechas (AAAAMMDD, fecha de
      *          proceso del apunte) y lista cada apunte de
      *          MAYOR_APUNTES.DAT (COPY MAYAPREC, el historico que
      *          guarda INTERFAZ-CONTABLE) con su fecha, periodo, lado
      *          debe/haber, importe, referencia de grupo, prestamo o
      *          asiento manual y el saldo corrido (neto debe menos
      *          haber). El saldo de partida es el de apertura que el
      *          cierre arrastro al periodo de la fecha desde
      *          (SALDOS_APERTURA.DAT, COPY SALAPREC, lo graba
      *          ARRASTRE-SALDOS) mas lo apuntado en ese periodo antes
      *          de la fecha desde; los apuntes de periodos anteriores
      *          ya estan en la apertura y no se vuelven a listar. Si
      *          el periodo aun no tiene apertura arrastrada, se parte
      *          de todo el historico anterior a la fecha desde.
      *          Modo C (consola), desde CONSULTA-MAYOR: muestra el
      *          mayor en pantalla. Modos N y L (listado), desde
      *          MAYOR-CUENTA-LOTE: lo imprime en
      *          INFORME_MAYOR_CUENTA.TXT, N empezando el fichero y L
      *          anadiendo la cuenta en pagina nueva.
      *          Devuelve el numero de apuntes listados y la
      *          severidad: 0 correcto, 4 cuenta fuera del plan o sin
      *          historico, 8 parametros no validos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR-CUENTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT MAYOR-REPORT ASSIGN TO "INFORME_MAYOR_CUENTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       COPY MAYAPREC.

       FD  APERTURA-FILE.
       COPY SALAPREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       FD  MAYOR-REPORT.
       01  MAYOR-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MAYOR-STATUS PIC XX.
       01  WS-APERTURA-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-MAYOR PIC X.
           88  FIN-MAYOR VALUE "Y".
       01  WS-HAY-APERTURA PIC X.
           88  HAY-APERTURA VALUE "Y".
       01  WS-FICHERO-NUEVO PIC X.
           88  FICHERO-NUEVO VALUE "Y".
       01  WS-SEVERIDAD-FECHA PIC 9.

       01  WS-PERIODO-DESDE PIC 9(6).
       01  WS-DESCRIPCION PIC X(30).
       01  WS-SALDO PIC S9(11)V99.
       01  WS-SALDO-APERTURA PIC S9(11)V99.
       01  WS-TOT-DEBE PIC 9(11)V99.
       01  WS-TOT-HABER PIC 9(11)V99.
       01  WS-CONT-DEBE PIC 9(6).
       01  WS-CONT-HABER PIC 9(6).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-SALDO-FMT PIC X(18).
       01  WS-TEXTO PIC X(100).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       LINKAGE SECTION.
       01  LS-MODO PIC X.
           88  LS-CONSOLA VALUE "C".
           88  LS-LISTADO VALUE "N" "L".
           88  LS-LISTADO-NUEVO VALUE "N".
       01  LS-CUENTA PIC X(10).
       01  LS-DESDE PIC 9(8).
       01  LS-HASTA PIC 9(8).
       01  LS-CONT-APUNTES PIC 9(6).
       01  LS-SEVERIDAD PIC 9.

       PROCEDURE DIVISION USING LS-MODO LS-CUENTA LS-DESDE LS-HASTA
               LS-CONT-APUNTES LS-SEVERIDAD.
       MAYOR-INICIO.
           MOVE ZERO TO LS-SEVERIDAD
           MOVE ZERO TO LS-CONT-APUNTES
           IF NOT LS-CONSOLA AND NOT LS-LISTADO
                   OR LS-CUENTA = SPACES
               MOVE 8 TO LS-SEVERIDAD
               GOBACK
           END-IF
           CALL "FECHAVAL" USING LS-DESDE WS-SEVERIDAD-FECHA
           IF WS-SEVERIDAD-FECHA = ZERO
               CALL "FECHAVAL" USING LS-HASTA WS-SEVERIDAD-FECHA
           END-IF
           IF WS-SEVERIDAD-FECHA NOT = ZERO OR LS-DESDE > LS-HASTA
               MOVE 8 TO LS-SEVERIDAD
               GOBACK
           END-IF

           MOVE ZERO TO WS-TOT-DEBE WS-TOT-HABER WS-CONT-DEBE
               WS-CONT-HABER WS-SALDO-APERTURA
           MOVE LS-DESDE(1:6) TO WS-PERIODO-DESDE

           MOVE "*** CUENTA FUERA DEL PLAN ***" TO WS-DESCRIPCION
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS = "00"
               MOVE LS-CUENTA TO CTA-CUENTA
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE 4 TO LS-SEVERIDAD
                   NOT INVALID KEY
                       MOVE CTA-DESCRIPCION TO WS-DESCRIPCION
               END-READ
               CLOSE CUENTAS-FILE
           END-IF

           PERFORM LEE-APERTURA
           MOVE WS-SALDO-APERTURA TO WS-SALDO

           PERFORM ABRE-SALIDA
           PERFORM ESCRIBE-CABECERA

           OPEN INPUT MAYOR-FILE
           IF WS-MAYOR-STATUS NOT = "00"
               MOVE "MAYOR_APUNTES.DAT NO DISPONIBLE: SIN APUNTES"
                   TO WS-TEXTO
               PERFORM SACA-LINEA
               MOVE 4 TO LS-SEVERIDAD
           ELSE
               PERFORM RECORRE-APUNTES
               CLOSE MAYOR-FILE
           END-IF

           PERFORM ESCRIBE-TOTALES
           IF LS-LISTADO
               CLOSE MAYOR-REPORT
           END-IF
           GOBACK.

       LEE-APERTURA.
      *    SALDO QUE EL CIERRE ARRASTRO AL PERIODO DE LA FECHA DESDE;
      *    EL PERIODO TIENE APERTURA SI EL CIERRE GRABO ALGUNA CUENTA
           MOVE "N" TO WS-HAY-APERTURA
           OPEN INPUT APERTURA-FILE
           IF WS-APERTURA-STATUS = "00"
               MOVE WS-PERIODO-DESDE TO APE-PERIODO
               MOVE LOW-VALUES TO APE-CUENTA
               START APERTURA-FILE KEY IS >= APE-CLAVE
                   NOT INVALID KEY
                       READ APERTURA-FILE NEXT RECORD
                           NOT AT END
                               IF APE-PERIODO = WS-PERIODO-DESDE
                                   SET HAY-APERTURA TO TRUE
                               END-IF
                       END-READ
               END-START
               IF HAY-APERTURA
                   MOVE WS-PERIODO-DESDE TO APE-PERIODO
                   MOVE LS-CUENTA TO APE-CUENTA
                   READ APERTURA-FILE
                       NOT INVALID KEY
                           MOVE APE-SALDO TO WS-SALDO-APERTURA
                   END-READ
               END-IF
               CLOSE APERTURA-FILE
           END-IF.

       RECORRE-APUNTES.
           MOVE "N" TO WS-EOF-MAYOR
           MOVE LS-CUENTA TO MAY-CUENTA
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
                       IF MAY-CUENTA NOT = LS-CUENTA
                               OR MAY-FECHA-CTA > LS-HASTA
                           SET FIN-MAYOR TO TRUE
                       ELSE
                           PERFORM TRATA-APUNTE
                       END-IF
               END-READ
           END-PERFORM.

       TRATA-APUNTE.
      *    CON APERTURA ARRASTRADA, LO DE PERIODOS ANTERIORES YA ESTA
      *    DENTRO DEL SALDO DE PARTIDA
           IF HAY-APERTURA AND MAY-PERIODO < WS-PERIODO-DESDE
               CONTINUE
           ELSE
               IF MAY-FECHA-CTA < LS-DESDE
                   IF NOT HAY-APERTURA
                           OR MAY-PERIODO = WS-PERIODO-DESDE
                       PERFORM SUMA-AL-SALDO
                   END-IF
               ELSE
                   IF LS-CONT-APUNTES = ZERO
                       PERFORM ESCRIBE-LINEA-APERTURA
                   END-IF
                   PERFORM SUMA-AL-SALDO
                   ADD 1 TO LS-CONT-APUNTES
                   IF MAY-AL-DEBE
                       ADD MAY-IMPORTE TO WS-TOT-DEBE
                       ADD 1 TO WS-CONT-DEBE
                   ELSE
                       ADD MAY-IMPORTE TO WS-TOT-HABER
                       ADD 1 TO WS-CONT-HABER
                   END-IF
                   PERFORM ESCRIBE-LINEA-APUNTE
               END-IF
           END-IF.

       SUMA-AL-SALDO.
           IF MAY-AL-DEBE
               ADD MAY-IMPORTE TO WS-SALDO
           ELSE
               SUBTRACT MAY-IMPORTE FROM WS-SALDO
           END-IF.

       ABRE-SALIDA.
           IF LS-LISTADO
               MOVE "N" TO WS-FICHERO-NUEVO
               IF LS-LISTADO-NUEVO
                   OPEN OUTPUT MAYOR-REPORT
                   SET FICHERO-NUEVO TO TRUE
               ELSE
                   OPEN EXTEND MAYOR-REPORT
                   IF WS-REPORT-STATUS NOT = "00"
                       OPEN OUTPUT MAYOR-REPORT
                       SET FICHERO-NUEVO TO TRUE
                   END-IF
               END-IF
           END-IF.

       ESCRIBE-CABECERA.
           IF LS-LISTADO
               CALL "RPTHDR" USING "MAYOR-CUENTA"
                   "INFORME_MAYOR_CUENTA.TXT" WS-RPT-PAGINA
                   WS-RPT-LINEA
               MOVE WS-RPT-LINEA TO MAYOR-LINEA
               IF FICHERO-NUEVO
                   WRITE MAYOR-LINEA
               ELSE
                   WRITE MAYOR-LINEA AFTER ADVANCING PAGE
               END-IF
           ELSE
               DISPLAY "========================================"
           END-IF
           MOVE SPACES TO WS-TEXTO
           STRING "MAYOR DE LA CUENTA " LS-CUENTA " " WS-DESCRIPCION
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA
           MOVE SPACES TO WS-TEXTO
           STRING "DESDE " LS-DESDE " HASTA " LS-HASTA
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA
           IF NOT HAY-APERTURA
               MOVE SPACES TO WS-TEXTO
               STRING "PERIODO " WS-PERIODO-DESDE " SIN APERTURA "
                   "ARRASTRADA POR EL CIERRE: SE PARTE DEL HISTORICO"
                   DELIMITED BY SIZE INTO WS-TEXTO
               PERFORM SACA-LINEA
           END-IF
           MOVE SPACES TO WS-TEXTO
           STRING "FECHA    PERIODO LADO            IMPORTE REFER.  "
               "      SALDO CORRIDO"
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA.

       ESCRIBE-LINEA-APERTURA.
           MOVE WS-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO WS-TEXTO
           STRING LS-DESDE " SALDO DE APERTURA               "
               "         " WS-SALDO-FMT
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA.

       ESCRIBE-LINEA-APUNTE.
           MOVE MAY-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO WS-TEXTO
           STRING MAY-FECHA-CTA " " MAY-PERIODO "   " MAY-LADO "  "
               WS-IMPORTE-FMT " " MAY-REFERENCIA " " WS-SALDO-FMT
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA.

       ESCRIBE-TOTALES.
           IF LS-CONT-APUNTES = ZERO
               PERFORM ESCRIBE-LINEA-APERTURA
               MOVE "SIN APUNTES EN EL RANGO DE FECHAS" TO WS-TEXTO
               PERFORM SACA-LINEA
           END-IF
           MOVE WS-TOT-DEBE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-TEXTO
           STRING "TOTAL DEBE  (" WS-CONT-DEBE " APUNTES) "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA
           MOVE WS-TOT-HABER TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-TEXTO
           STRING "TOTAL HABER (" WS-CONT-HABER " APUNTES) "
               WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA
           MOVE WS-SALDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-SALDO-FMT
           MOVE SPACES TO WS-TEXTO
           STRING "SALDO FINAL A " LS-HASTA "          "
               WS-SALDO-FMT
               DELIMITED BY SIZE INTO WS-TEXTO
           PERFORM SACA-LINEA
           IF LS-CONSOLA
               DISPLAY "========================================"
           END-IF.

       SACA-LINEA.
           IF LS-LISTADO
               MOVE WS-TEXTO TO MAYOR-LINEA
               WRITE MAYOR-LINEA
           ELSE
               DISPLAY WS-TEXTO(1:79)
           END-IF.

       END PROGRAM MAYOR-CUENTA.
