      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual de intereses pagados por los
      *          clientes de prestamos, para su declaracion de la
      *          renta. Hasta ahora cada sucursal lo componia a mano
      *          en enero con los recibos y los pagos. Este paso toma
      *          de la historia de pagos aplicados
      *          PAGOS_PRESTAMO_HISTORIA.DAT (COPY PAGHIREC, la deja
      *          PAGOS-PRESTAMOS) los pagos del ejercicio por su fecha
      *          de pago y totaliza, por cliente y prestamo, lo
      *          realmente cobrado (no lo facturado) de interes de
      *          las cuotas, de interes de demora y de capital. Cada
      *          cliente recibe una pagina en
      *          CERTIFICADOS_INTERESES.TXT con sus prestamos y el
      *          total, con el nombre de CLIENTES.DAT (COPY CLIENREC).
      *          La declaracion informativa sale en el formato fijo
      *          de la administracion tributaria
      *          DECLARACION_INTERESES_PRESTAMOS.DAT (COPY DECINREC)
      *          con trailer de control, y la relacion de clientes
      *          certificados con los totales en
      *          INFORME_CERTIFICADOS_INTERESES.TXT. El ejercicio es
      *          el anterior al de la fecha de proceso; el parametro
      *          EJERCICIO (AAAA) de PARAMETROS.DAT bajo
      *          CERTIFICA-INTERESES saca otro, y ENTIDAD es el codigo
      *          de la entidad declarante. Se programa para el primer
      *          dia habil de enero en CALENDARIO_FASES.DAT. RC=4 si
      *          falta la historia de pagos o algun cliente no esta en
      *          CLIENTES.DAT (su certificado sale sin nombre).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-INTERESES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE
               ASSIGN TO "PAGOS_PRESTAMO_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CERTIFICADOS-FILE
               ASSIGN TO "CERTIFICADOS_INTERESES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICADOS-STATUS.

           SELECT DECLARACION-FILE
               ASSIGN TO "DECLARACION_INTERESES_PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARACION-STATUS.

           SELECT CERTIFICADOS-REPORT
               ASSIGN TO "INFORME_CERTIFICADOS_INTERESES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK13".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
       COPY PAGHIREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  CERTIFICADOS-FILE.
       01  CERTIFICADO-RECORD PIC X(80).

       FD  DECLARACION-FILE.
       COPY DECINREC.

       FD  CERTIFICADOS-REPORT.
       01  REPORT-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CLIENTE PIC X(10).
           05  SRT-REFERENCIA PIC X(8).
           05  SRT-SUCURSAL PIC X(4).
           05  SRT-FECHA-PAGO PIC 9(8).
           05  SRT-INTERES PIC 9(9)V99.
           05  SRT-DEMORA PIC 9(9)V99.
           05  SRT-CAPITAL PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-CERTIFICADOS-STATUS PIC XX.
       01  WS-DECLARACION-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-EOF-SORT PIC X VALUE "N".
           88  FIN-SORT VALUE "Y".
       01  WS-VALIDAR-CLIENTES PIC X VALUE "N".
           88  VALIDAR-CLIENTES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-AHORA-FECHA PIC 9(8).
       01  WS-AHORA-HORA PIC 9(8).
       01  WS-EJERCICIO PIC 9(4).
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
       01  WS-ENTIDAD PIC X(10) VALUE "0000000000".

      *    CLIENTE Y PRESTAMO EN CURSO DEL CORTE DE CONTROL
       01  WS-HAY-CLIENTE PIC X VALUE "N".
           88  HAY-CLIENTE VALUE "Y".
       01  WS-CLIENTE-ACTUAL PIC X(10).
       01  WS-REFERENCIA-ACTUAL PIC X(8).
       01  WS-SUCURSAL-ACTUAL PIC X(4).
       01  WS-NOMBRE-CLIENTE PIC X(30).
       01  WS-PRESTAMOS-CLIENTE PIC 9(4).

      *    ACUMULADOS DEL NIVEL EN CURSO: 1 = PRESTAMO, 2 = CLIENTE,
      *    3 = TOTAL DEL EJERCICIO
       01  WS-NIVELES.
           05  WS-NIV OCCURS 3 TIMES.
               10  WS-NIV-PAGOS PIC 9(7).
               10  WS-NIV-INTERES PIC 9(13)V99.
               10  WS-NIV-DEMORA PIC 9(13)V99.
               10  WS-NIV-CAPITAL PIC 9(13)V99.
       01  WS-NIV-IDX PIC 9.
       01  WS-INTERES-TOTAL PIC 9(13)V99.

       01  WS-CONT-LEIDOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-EJERCICIO PIC 9(7) VALUE ZERO.
       01  WS-CONT-CLIENTES PIC 9(7) VALUE ZERO.
       01  WS-CONT-PRESTAMOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-SIN-NOMBRE PIC 9(7) VALUE ZERO.
       01  WS-CONT-REGISTROS PIC 9(7) VALUE ZERO.

      *    CAMPOS EDITADOS PARA EL CERTIFICADO
       01  WS-PAGOS-CERT PIC ZZZZ9.
       01  WS-INTERES-CERT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DEMORA-CERT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-CERT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CAPITAL-CERT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRESTAMOS-ED PIC ZZZ9.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CERTIFICA-INTERESES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CERTIFICA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CERTIFICA-INTERESES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AHORA-HORA FROM TIME
           MOVE ZERO TO WS-NIVELES

           PERFORM LEE-PARAMETROS THRU LEE-PARAMETROS-FIN

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET VALIDAR-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, LOS "
                   "CERTIFICADOS SALEN SIN NOMBRE"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           OPEN OUTPUT DECLARACION-FILE
           IF WS-DECLARACION-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE CREAR "
                   "DECLARACION_INTERESES_PRESTAMOS.DAT"
               IF VALIDAR-CLIENTES
                   CLOSE CLIENTES-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CERTIFICADOS-FILE
           OPEN OUTPUT CERTIFICADOS-REPORT
           CALL "RPTHDR" USING "CERTIFICA-INTERESES"
               "INFORME_CERTIFICADOS_INTERESES.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CERTIFICADOS DE INTERESES DE PRESTAMOS - "
               "EJERCICIO " WS-EJERCICIO " - ENTIDAD " WS-ENTIDAD
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DOCUMENTO  NOMBRE                         "
               "PRES      INTERESES         DEMORA  TOTAL INTERES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM ESCRIBE-CABECERA

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CLIENTE SRT-REFERENCIA
                   SRT-FECHA-PAGO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS ESCRIBE-CERTIFICADOS

           PERFORM ESCRIBE-TRAILER
           PERFORM ESCRIBE-TOTALES

           IF VALIDAR-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE DECLARACION-FILE
           CLOSE CERTIFICADOS-FILE
           CLOSE CERTIFICADOS-REPORT

           COMPUTE WS-INTERES-TOTAL =
               WS-NIV-INTERES(3) + WS-NIV-DEMORA(3)
           MOVE WS-INTERES-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-EJERCICIO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EJERCICIO=" WS-EJERCICIO
               " PAGOS=" WS-CONT-EJERCICIO
               " CLIENTES=" WS-CONT-CLIENTES
               " PRESTAMOS=" WS-CONT-PRESTAMOS
               " INTERES=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CERTIFICADOS DE INTERESES EJERCICIO " WS-EJERCICIO
               ": " WS-CONT-CLIENTES " CLIENTES, "
               WS-CONT-PRESTAMOS " PRESTAMOS"

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
      *    SIN PARAMETRO, EL EJERCICIO ANTERIOR A LA FECHA DE PROCESO
           MOVE WS-FECHA-PROCESO(1:4) TO WS-EJERCICIO
           SUBTRACT 1 FROM WS-EJERCICIO
           CALL "PARAMLEE" USING "CERTIFICA-INTERESES "
               "EJERCICIO           " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:4) IS NUMERIC
                       AND WS-PARAM-VALOR(5:) = SPACES
                   MOVE WS-PARAM-VALOR(1:4) TO WS-EJERCICIO
               ELSE
                   DISPLAY "AVISO: EJERCICIO NO VALIDO, SE USA "
                       WS-EJERCICIO
               END-IF
           END-IF
           CALL "PARAMLEE" USING "CERTIFICA-INTERESES "
               "ENTIDAD             " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               MOVE WS-PARAM-VALOR(1:10) TO WS-ENTIDAD
           ELSE
               DISPLAY "AVISO: ENTIDAD DECLARANTE NO CONFIGURADA EN "
                   "PARAMETROS.DAT, SE DECLARA CON CODIGO A CEROS"
           END-IF.

       LEE-PARAMETROS-FIN.
           EXIT.

       CARGA-ORDENACION.
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "PAGOS_PRESTAMO_HISTORIA.DAT NO DISPONIBLE, NO "
                   "HAY PAGOS QUE CERTIFICAR"
               MOVE 4 TO WS-RETURN-CODE
               SET FIN-HISTORIA TO TRUE
           END-IF
           PERFORM UNTIL FIN-HISTORIA
               READ HISTORIA-FILE
                   AT END
                       SET FIN-HISTORIA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       IF PGH-FECHA-PAGO(1:4) = WS-EJERCICIO
                           PERFORM LIBERA-A-ORDENACION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORIA-STATUS NOT = "35"
               CLOSE HISTORIA-FILE
           END-IF.

       LIBERA-A-ORDENACION.
           ADD 1 TO WS-CONT-EJERCICIO
           MOVE PGH-CLIENTE TO SRT-CLIENTE
           MOVE PGH-REFERENCIA TO SRT-REFERENCIA
           MOVE PGH-SUCURSAL TO SRT-SUCURSAL
           MOVE PGH-FECHA-PAGO TO SRT-FECHA-PAGO
           MOVE PGH-INTERES-COBRADO TO SRT-INTERES
           MOVE PGH-DEMORA-COBRADA TO SRT-DEMORA
           MOVE PGH-CAPITAL-COBRADO TO SRT-CAPITAL
           RELEASE SORT-RECORD.

       ESCRIBE-CERTIFICADOS.
           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF NOT HAY-CLIENTE
                   PERFORM ABRE-CLIENTE
                   PERFORM ABRE-PRESTAMO
               ELSE
                   IF SRT-CLIENTE NOT = WS-CLIENTE-ACTUAL
                       PERFORM CIERRA-PRESTAMO
                       PERFORM CIERRA-CLIENTE
                       PERFORM ABRE-CLIENTE
                       PERFORM ABRE-PRESTAMO
                   ELSE
                       IF SRT-REFERENCIA NOT = WS-REFERENCIA-ACTUAL
                           PERFORM CIERRA-PRESTAMO
                           PERFORM ABRE-PRESTAMO
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-NIV-PAGOS(1)
               ADD SRT-INTERES TO WS-NIV-INTERES(1)
               ADD SRT-DEMORA TO WS-NIV-DEMORA(1)
               ADD SRT-CAPITAL TO WS-NIV-CAPITAL(1)
               PERFORM LEE-ORDENADO
           END-PERFORM
           IF HAY-CLIENTE
               PERFORM CIERRA-PRESTAMO
               PERFORM CIERRA-CLIENTE
           END-IF.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

      *    UNA PAGINA POR CLIENTE: CABECERA DEL CERTIFICADO Y UNA
      *    LINEA POR CADA PRESTAMO CON PAGOS EN EL EJERCICIO
       ABRE-CLIENTE.
           SET HAY-CLIENTE TO TRUE
           MOVE SRT-CLIENTE TO WS-CLIENTE-ACTUAL
           MOVE ZERO TO WS-PRESTAMOS-CLIENTE
           MOVE ZERO TO WS-NIV(2)
           ADD 1 TO WS-CONT-CLIENTES
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           IF VALIDAR-CLIENTES
               MOVE SRT-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
               END-READ
           END-IF
           IF WS-NOMBRE-CLIENTE = SPACES
               ADD 1 TO WS-CONT-SIN-NOMBRE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "CERTIFICADO DE INTERESES PAGADOS - EJERCICIO "
               WS-EJERCICIO
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           IF WS-CONT-CLIENTES = 1
               WRITE CERTIFICADO-RECORD
           ELSE
               WRITE CERTIFICADO-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "ENTIDAD DECLARANTE: " WS-ENTIDAD
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           IF WS-NOMBRE-CLIENTE NOT = SPACES
               STRING "TITULAR:   " WS-NOMBRE-CLIENTE
                   DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           ELSE
               MOVE "TITULAR:   (NO CONSTA EN EL MAESTRO DE CLIENTES)"
                   TO CERTIFICADO-RECORD
           END-IF
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "DOCUMENTO: " SRT-CLIENTE
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "CERTIFICAMOS QUE DURANTE EL EJERCICIO "
               WS-EJERCICIO " EL TITULAR HA PAGADO POR LOS"
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE "PRESTAMOS SIGUIENTES LOS IMPORTES QUE SE DETALLAN:"
               TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "PRESTAMO SUC  PAGOS      INTERESES         DEMORA"
               "  TOTAL INTERES        CAPITAL"
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD.

       ABRE-PRESTAMO.
           MOVE SRT-REFERENCIA TO WS-REFERENCIA-ACTUAL
           MOVE SRT-SUCURSAL TO WS-SUCURSAL-ACTUAL
           MOVE ZERO TO WS-NIV(1).

       CIERRA-PRESTAMO.
           ADD 1 TO WS-PRESTAMOS-CLIENTE
           ADD 1 TO WS-CONT-PRESTAMOS
           MOVE 1 TO WS-NIV-IDX
           MOVE WS-NIV-PAGOS(1) TO WS-PAGOS-CERT
           PERFORM EDITA-IMPORTES-NIVEL
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING WS-REFERENCIA-ACTUAL " " WS-SUCURSAL-ACTUAL " "
               WS-PAGOS-CERT " " WS-INTERES-CERT " " WS-DEMORA-CERT
               " " WS-TOTAL-CERT " " WS-CAPITAL-CERT
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD

           MOVE SPACES TO DIN-DETALLE
           MOVE "02" TO DID-TIPO
           MOVE WS-EJERCICIO TO DID-EJERCICIO
           MOVE WS-CLIENTE-ACTUAL TO DID-DOCUMENTO
           MOVE WS-NOMBRE-CLIENTE TO DID-NOMBRE
           MOVE WS-REFERENCIA-ACTUAL TO DID-REFERENCIA
           MOVE WS-SUCURSAL-ACTUAL TO DID-SUCURSAL
           MOVE WS-NIV-PAGOS(1) TO DID-NUM-PAGOS
           MOVE WS-NIV-INTERES(1) TO DID-INTERES-ORDINARIO
           MOVE WS-NIV-DEMORA(1) TO DID-INTERES-DEMORA
           MOVE WS-INTERES-TOTAL TO DID-INTERES-TOTAL
           MOVE WS-NIV-CAPITAL(1) TO DID-CAPITAL-AMORTIZADO
           WRITE DIN-DETALLE
           ADD 1 TO WS-CONT-REGISTROS

           PERFORM VARYING WS-NIV-IDX FROM 2 BY 1
                   UNTIL WS-NIV-IDX > 3
               ADD WS-NIV-PAGOS(1) TO WS-NIV-PAGOS(WS-NIV-IDX)
               ADD WS-NIV-INTERES(1) TO WS-NIV-INTERES(WS-NIV-IDX)
               ADD WS-NIV-DEMORA(1) TO WS-NIV-DEMORA(WS-NIV-IDX)
               ADD WS-NIV-CAPITAL(1) TO WS-NIV-CAPITAL(WS-NIV-IDX)
           END-PERFORM.

       CIERRA-CLIENTE.
           MOVE 2 TO WS-NIV-IDX
           MOVE WS-NIV-PAGOS(2) TO WS-PAGOS-CERT
           PERFORM EDITA-IMPORTES-NIVEL
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "TOTAL         " WS-PAGOS-CERT " " WS-INTERES-CERT
               " " WS-DEMORA-CERT " " WS-TOTAL-CERT " "
               WS-CAPITAL-CERT
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE "EL TOTAL INTERES ES LA SUMA DEL INTERES DE LAS CUOTAS"
               TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE "Y DEL INTERES DE DEMORA EFECTIVAMENTE PAGADOS EN EL"
               TO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD
           MOVE SPACES TO CERTIFICADO-RECORD
           STRING "EJERCICIO. EXPEDIDO CON FECHA " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CERTIFICADO-RECORD
           WRITE CERTIFICADO-RECORD

           MOVE WS-PRESTAMOS-CLIENTE TO WS-PRESTAMOS-ED
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CLIENTE-ACTUAL " " WS-NOMBRE-CLIENTE " "
               WS-PRESTAMOS-ED " " WS-INTERES-CERT " "
               WS-DEMORA-CERT " " WS-TOTAL-CERT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       EDITA-IMPORTES-NIVEL.
           COMPUTE WS-INTERES-TOTAL = WS-NIV-INTERES(WS-NIV-IDX)
               + WS-NIV-DEMORA(WS-NIV-IDX)
           MOVE WS-NIV-INTERES(WS-NIV-IDX) TO WS-INTERES-CERT
           MOVE WS-NIV-DEMORA(WS-NIV-IDX) TO WS-DEMORA-CERT
           MOVE WS-INTERES-TOTAL TO WS-TOTAL-CERT
           MOVE WS-NIV-CAPITAL(WS-NIV-IDX) TO WS-CAPITAL-CERT.

       ESCRIBE-CABECERA.
           MOVE SPACES TO DIN-CABECERA
           MOVE "01" TO DIC-TIPO
           MOVE WS-ENTIDAD TO DIC-ENTIDAD
           MOVE WS-EJERCICIO TO DIC-EJERCICIO
           MOVE WS-AHORA-FECHA TO DIC-FECHA-GENERACION
           MOVE WS-AHORA-HORA(1:6) TO DIC-HORA-GENERACION
           MOVE "EUR" TO DIC-MONEDA
           WRITE DIN-CABECERA
           ADD 1 TO WS-CONT-REGISTROS.

       ESCRIBE-TRAILER.
           ADD 1 TO WS-CONT-REGISTROS
           MOVE SPACES TO DIN-TRAILER
           MOVE "99" TO DIT-TIPO
           MOVE WS-ENTIDAD TO DIT-ENTIDAD
           MOVE WS-EJERCICIO TO DIT-EJERCICIO
           MOVE WS-CONT-REGISTROS TO DIT-NUM-REGISTROS
           MOVE WS-CONT-CLIENTES TO DIT-NUM-CLIENTES
           MOVE WS-CONT-PRESTAMOS TO DIT-NUM-PRESTAMOS
           MOVE WS-NIV-INTERES(3) TO DIT-TOTAL-ORDINARIO
           MOVE WS-NIV-DEMORA(3) TO DIT-TOTAL-DEMORA
           COMPUTE DIT-TOTAL-INTERES =
               WS-NIV-INTERES(3) + WS-NIV-DEMORA(3)
           MOVE WS-NIV-CAPITAL(3) TO DIT-TOTAL-CAPITAL
           WRITE DIN-TRAILER.

       ESCRIBE-TOTALES.
           MOVE 3 TO WS-NIV-IDX
           PERFORM EDITA-IMPORTES-NIVEL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL EJERCICIO " WS-EJERCICIO
               "                           "
               WS-INTERES-CERT " " WS-DEMORA-CERT " " WS-TOTAL-CERT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PAGOS DEL EJERCICIO=" WS-CONT-EJERCICIO
               " CLIENTES=" WS-CONT-CLIENTES
               " PRESTAMOS=" WS-CONT-PRESTAMOS
               " SIN NOMBRE=" WS-CONT-SIN-NOMBRE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CAPITAL AMORTIZADO EN EL EJERCICIO: "
               WS-CAPITAL-CERT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM CERTIFICA-INTERESES.
