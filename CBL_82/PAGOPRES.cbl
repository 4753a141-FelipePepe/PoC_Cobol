      *          PAGOS_SUSPENSO.DAT y marca liquidado el prestamo
      *          que se queda sin saldo ni cuotas. El informe de
      *          aplicacion INFORME_PAGOS.TXT sale por sucursal.
      *          Un pago sobre un prestamo fallido (quebrantado por
      *          QUEBRANTO-PRESTAMOS) no toca las cuotas: se acumula
      *          en PRE-RECUPERADO, queda en RECUPERACIONES_PRESTAMO.DAT
      *          (COPY RECUPREC) y se asienta como recuperacion en
      *          PRESTAMOS_ASIENTOS.DAT (CAJA-PREST al debe contra
      *          REC-FALLID al haber).
      *          El interes de demora facturado por MORA-PRESTAMOS
      *          (PRE-MORA-PENDIENTE) se cobra antes que ninguna
      *          cuota, y un prestamo no se liquida mientras deba
      *          demora.
      *          Cada pago aplicado queda ademas en la historia
      *          PAGOS_PRESTAMO_HISTORIA.DAT (COPY PAGHIREC) con lo
      *          cobrado de demora, de interes y de capital; dentro de
      *          cada cuota se cobra antes el interes que el capital.
      *          De ahi saca CERTIFICA-INTERESES el interes pagado
      *          en el ejercicio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT RECUPERACIONES-FILE
               ASSIGN TO "RECUPERACIONES_PRESTAMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACIONES-STATUS.

           SELECT PAGOS-HISTORIA-FILE
               ASSIGN TO "PAGOS_PRESTAMO_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT PASIENTOS-FILE ASSIGN TO "PRESTAMOS_ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIENTOS-STATUS.

           SELECT PAGOS-REPORT ASSIGN TO "INFORME_PAGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               88  PSU-SIN-PRESTAMO VALUE "SP".
               88  PSU-EXCESO VALUE "EX".

       FD  RECUPERACIONES-FILE.
       COPY RECUPREC.

       FD  PAGOS-HISTORIA-FILE.
       COPY PAGHIREC.

       FD  PASIENTOS-FILE.
       01  PASIENTO-RECORD.
           05  PAS-FECHA PIC 9(8).
           05  PAS-CUENTA PIC X(10).
           05  PAS-LADO PIC X.
           05  PAS-IMPORTE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05  PAS-REFERENCIA PIC X(8).

       FD  PAGOS-REPORT.
       01  PAGOS-RECORD PIC X(100).

       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-SUSPENSO-STATUS PIC XX.
       01  WS-RECUPERACIONES-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-PASIENTOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PAGOS PIC X VALUE "N".
           88  FIN-PAGOS VALUE "Y".
       01  WS-CONT-SUSPENSO PIC 9(6) VALUE ZERO.
       01  WS-TOT-APLICADO PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-SUSPENSO PIC 9(9)V99 VALUE ZERO.
       01  WS-CONT-RECUPERACIONES PIC 9(6) VALUE ZERO.
       01  WS-TOT-RECUPERADO PIC 9(9)V99 VALUE ZERO.
       01  WS-RCP-PENDIENTE PIC 9(9)V99.
       01  WS-RCP-TRAMO PIC 9(7)V99.
       01  WS-MORA-COBRADA PIC 9(9)V99.
       01  WS-TOT-MORA-COBRADA PIC 9(9)V99 VALUE ZERO.
      *    REPARTO DE LO APLICADO A CUOTAS: INTERES ANTES QUE CAPITAL
       01  WS-TRAMO-CUOTA PIC 9(9)V99.
       01  WS-INTERES-FALTA PIC 9(9)V99.
       01  WS-INTERES-TRAMO PIC 9(9)V99.
       01  WS-INTERES-COBRADO PIC 9(9)V99.
       01  WS-CAPITAL-COBRADO PIC 9(9)V99.

      *    SUBTOTALES POR SUCURSAL PARA EL INFORME DE APLICACION
       01  WS-SUC-TABLA.
               OPEN OUTPUT PAGOS-SUSPENSO-FILE
           END-IF

      *    LAS RECUPERACIONES SE ANADEN A LOS ASIENTOS DEL DIA QUE
      *    YA DEJO LA FACTURACION
           OPEN EXTEND RECUPERACIONES-FILE
           IF WS-RECUPERACIONES-STATUS NOT = "00"
               OPEN OUTPUT RECUPERACIONES-FILE
           END-IF
           OPEN EXTEND PASIENTOS-FILE
           IF WS-PASIENTOS-STATUS NOT = "00"
               OPEN OUTPUT PASIENTOS-FILE
           END-IF

      *    LA HISTORIA DE PAGOS SE CONSERVA DE UNA JORNADA A OTRA
           OPEN EXTEND PAGOS-HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT PAGOS-HISTORIA-FILE
           END-IF

           OPEN OUTPUT PAGOS-REPORT
           CALL "RPTHDR" USING "PAGOS-PRESTAMOS"
               "INFORME_PAGOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           CLOSE PAGOS-SUSPENSO-FILE
           CLOSE RECUPERACIONES-FILE
           CLOSE PAGOS-HISTORIA-FILE
           CLOSE PASIENTOS-FILE
           CLOSE PAGOS-REPORT

           STRING "PAGOS=" WS-CONT-PAGOS
               " APLICADOS=" WS-CONT-APLICADOS
               " A-SUSPENSO=" WS-CONT-SUSPENSO
               " RECUPERACIONES=" WS-CONT-RECUPERACIONES
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   GO TO APLICA-PAGO-FIN
           END-READ

      *    EL PRESTAMO FALLIDO YA NO TIENE CUOTAS EXIGIBLES: TODO LO
      *    QUE SE COBRE ES RECUPERACION DE LO DADO DE BAJA
           IF PRE-FALLIDO
               PERFORM REGISTRA-RECUPERACION
               GO TO APLICA-PAGO-FIN
           END-IF

           MOVE PAG-IMPORTE TO WS-RESTANTE
           MOVE ZERO TO WS-APLICADO
           MOVE ZERO TO WS-MORA-COBRADA
           MOVE ZERO TO WS-INTERES-COBRADO
           MOVE ZERO TO WS-CAPITAL-COBRADO
           MOVE "N" TO WS-FIN-APLICACION

      *    LA DEMORA FACTURADA SE COBRA ANTES QUE NINGUNA CUOTA
           IF PRE-MORA-PENDIENTE > ZERO
               PERFORM APLICA-A-MORA
           END-IF

      *    CUOTA MAS ANTIGUA PRIMERO: SOLO LAS YA FACTURADAS SON
      *    EXIGIBLES; EL RESTO DEL PAGO QUE NO QUEPA SE APARCA
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
               PERFORM ACUMULA-SUCURSAL
               PERFORM VERIFICA-LIQUIDACION
               REWRITE PRESTAMO-REGISTRO
               PERFORM REGISTRA-HISTORIA-PAGO
               MOVE WS-APLICADO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
                   " APLICADO=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO PAGOS-RECORD
               WRITE PAGOS-RECORD
               IF WS-MORA-COBRADA > ZERO
                   MOVE SPACES TO PAGOS-RECORD
                   STRING "  DE ELLO DEMORA=" WS-MORA-COBRADA
                       " DEMORA PENDIENTE=" PRE-MORA-PENDIENTE
                       DELIMITED BY SIZE INTO PAGOS-RECORD
                   WRITE PAGOS-RECORD
               END-IF
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "PAGO REF=" PAG-REFERENCIA
                   " APLICADO=" WS-APLICADO
                   " DEMORA=" WS-MORA-COBRADA
                   " RESTO=" WS-RESTANTE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
       APLICA-PAGO-FIN.
           EXIT.

       APLICA-A-MORA.
           IF WS-RESTANTE >= PRE-MORA-PENDIENTE
               MOVE PRE-MORA-PENDIENTE TO WS-MORA-COBRADA
           ELSE
               MOVE WS-RESTANTE TO WS-MORA-COBRADA
           END-IF
           SUBTRACT WS-MORA-COBRADA FROM PRE-MORA-PENDIENTE
           SUBTRACT WS-MORA-COBRADA FROM WS-RESTANTE
           ADD WS-MORA-COBRADA TO WS-APLICADO
           ADD WS-MORA-COBRADA TO WS-TOT-MORA-COBRADA.

       APLICA-A-CUOTA.
           MOVE PAG-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           IF WS-FALTA-CUOTA <= ZERO
               GO TO APLICA-A-CUOTA-FIN
           END-IF
      *    LO QUE SE COBRA DE LA CUOTA PAGA PRIMERO SU INTERES
           IF WS-RESTANTE >= WS-FALTA-CUOTA
               MOVE WS-FALTA-CUOTA TO WS-TRAMO-CUOTA
           ELSE
               MOVE WS-RESTANTE TO WS-TRAMO-CUOTA
           END-IF
           IF CUO-IMPORTE-PAGADO < CUO-INTERES
               COMPUTE WS-INTERES-FALTA =
                   CUO-INTERES - CUO-IMPORTE-PAGADO
           ELSE
               MOVE ZERO TO WS-INTERES-FALTA
           END-IF
           IF WS-TRAMO-CUOTA < WS-INTERES-FALTA
               MOVE WS-TRAMO-CUOTA TO WS-INTERES-TRAMO
           ELSE
               MOVE WS-INTERES-FALTA TO WS-INTERES-TRAMO
           END-IF
           ADD WS-INTERES-TRAMO TO WS-INTERES-COBRADO
           COMPUTE WS-CAPITAL-COBRADO = WS-CAPITAL-COBRADO
               + WS-TRAMO-CUOTA - WS-INTERES-TRAMO

           IF WS-RESTANTE >= WS-FALTA-CUOTA
      *        CUOTA SALDADA: SE COBRA Y EL CAPITAL REBAJA EL SALDO
               ADD WS-FALTA-CUOTA TO WS-APLICADO

       VERIFICA-LIQUIDACION.
      *    SIN SALDO VIVO, SIN CUOTAS PENDIENTES NI FACTURADAS SIN
      *    COBRAR Y SIN DEMORA POR COBRAR, EL PRESTAMO QUEDA LIQUIDADO
           IF PRE-SALDO NOT = ZERO
                   OR PRE-PERIODOS-FACTURADOS < PRE-PERIODOS
                   OR PRE-MORA-PENDIENTE NOT = ZERO
               GO TO VERIFICA-LIQUIDACION-FIN
           END-IF
           MOVE ZERO TO WS-CUOTAS-VIVAS
               READ CUADRO-FILE
                   NOT INVALID KEY
                       IF NOT CUO-COBRADA
                               AND NOT CUO-REESTRUCTURADA
                           ADD 1 TO WS-CUOTAS-VIVAS
                       END-IF
               END-READ
       VERIFICA-LIQUIDACION-FIN.
           EXIT.

       REGISTRA-HISTORIA-PAGO.
           MOVE SPACES TO PAGO-HISTORIA-REGISTRO
           MOVE WS-FECHA-PROCESO TO PGH-FECHA-PROCESO
           IF PAG-FECHA NUMERIC AND PAG-FECHA > ZERO
               MOVE PAG-FECHA TO PGH-FECHA-PAGO
           ELSE
               MOVE WS-FECHA-PROCESO TO PGH-FECHA-PAGO
           END-IF
           MOVE PRE-REFERENCIA TO PGH-REFERENCIA
           MOVE PRE-CLIENTE TO PGH-CLIENTE
           MOVE PRE-SUCURSAL TO PGH-SUCURSAL
           MOVE PAG-IMPORTE TO PGH-IMPORTE-RECIBIDO
           MOVE WS-APLICADO TO PGH-IMPORTE-APLICADO
           MOVE WS-MORA-COBRADA TO PGH-DEMORA-COBRADA
           MOVE WS-INTERES-COBRADO TO PGH-INTERES-COBRADO
           MOVE WS-CAPITAL-COBRADO TO PGH-CAPITAL-COBRADO
           WRITE PAGO-HISTORIA-REGISTRO.

       PAGO-A-SUSPENSO-SIN-PRESTAMO.
           ADD 1 TO WS-CONT-SUSPENSO
           ADD PAG-IMPORTE TO WS-TOT-SUSPENSO
               DELIMITED BY SIZE INTO PAGOS-RECORD
           WRITE PAGOS-RECORD.

       REGISTRA-RECUPERACION.
           ADD 1 TO WS-CONT-RECUPERACIONES
           ADD PAG-IMPORTE TO WS-TOT-RECUPERADO
           ADD PAG-IMPORTE TO PRE-RECUPERADO
           REWRITE PRESTAMO-REGISTRO

           MOVE SPACES TO RECUPERACION-REGISTRO
           MOVE WS-FECHA-PROCESO TO RCP-FECHA-PROCESO
           MOVE PRE-REFERENCIA TO RCP-REFERENCIA
           MOVE PRE-CLIENTE TO RCP-CLIENTE
           MOVE PRE-SUCURSAL TO RCP-SUCURSAL
           MOVE PAG-FECHA TO RCP-FECHA-PAGO
           MOVE PAG-IMPORTE TO RCP-IMPORTE
           MOVE PRE-FECHA-FALLIDO TO RCP-FECHA-FALLIDO
           MOVE PRE-IMPORTE-FALLIDO TO RCP-IMPORTE-FALLIDO
           MOVE PRE-RECUPERADO TO RCP-RECUPERADO-ACUM
           WRITE RECUPERACION-REGISTRO

      *    EL IMPORTE DEL APUNTE NO ADMITE MAS DE 7 ENTEROS
           MOVE PAG-IMPORTE TO WS-RCP-PENDIENTE
           PERFORM UNTIL WS-RCP-PENDIENTE = ZERO
               IF WS-RCP-PENDIENTE > 9999999.99
                   MOVE 9999999.99 TO WS-RCP-TRAMO
               ELSE
                   MOVE WS-RCP-PENDIENTE TO WS-RCP-TRAMO
               END-IF
               SUBTRACT WS-RCP-TRAMO FROM WS-RCP-PENDIENTE
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE "CAJA-PREST" TO PAS-CUENTA
               MOVE "D" TO PAS-LADO
               MOVE WS-RCP-TRAMO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
               MOVE SPACES TO PASIENTO-RECORD
               MOVE WS-FECHA-PROCESO TO PAS-FECHA
               MOVE "REC-FALLID" TO PAS-CUENTA
               MOVE "H" TO PAS-LADO
               MOVE WS-RCP-TRAMO TO PAS-IMPORTE
               MOVE PRE-REFERENCIA TO PAS-REFERENCIA
               WRITE PASIENTO-RECORD
           END-PERFORM

           MOVE SPACES TO PAGOS-RECORD
           STRING "RECUPERACION DE FALLIDO REF=" PAG-REFERENCIA
               " SUC " PRE-SUCURSAL
               " IMPORTE=" PAG-IMPORTE
               " ACUMULADO=" PRE-RECUPERADO
               DELIMITED BY SIZE INTO PAGOS-RECORD
           WRITE PAGOS-RECORD
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "RECUPERACION REF=" PAG-REFERENCIA
               " IMPORTE=" PAG-IMPORTE
               " ACUMULADO=" PRE-RECUPERADO
               " BAJA=" PRE-IMPORTE-FALLIDO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       ACUMULA-SUCURSAL.
           MOVE PRE-SUCURSAL TO WS-SUC-ACTUAL
           IF WS-SUC-ACTUAL = SPACES
           STRING "TOTAL APLICADO=" WS-IMPORTE-FMT
               " NO APLICADO=" WS-TOT-SUSPENSO
               DELIMITED BY SIZE INTO PAGOS-RECORD
           WRITE PAGOS-RECORD
           IF WS-TOT-MORA-COBRADA > ZERO
               MOVE WS-TOT-MORA-COBRADA TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO PAGOS-RECORD
               STRING "DE LO APLICADO, DEMORA COBRADA=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO PAGOS-RECORD
               WRITE PAGOS-RECORD
           END-IF
           IF WS-CONT-RECUPERACIONES > ZERO
               MOVE WS-TOT-RECUPERADO TO WS-IMPORTE-COMUN
               CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
                   WS-IMPORTE-FMT
               MOVE SPACES TO PAGOS-RECORD
               STRING "RECUPERACIONES DE FALLIDOS="
                   WS-CONT-RECUPERACIONES
                   " IMPORTE=" WS-IMPORTE-FMT
                   DELIMITED BY SIZE INTO PAGOS-RECORD
               WRITE PAGOS-RECORD
           END-IF.

       END PROGRAM PAGOS-PRESTAMOS.
