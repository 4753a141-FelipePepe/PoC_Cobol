      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respuesta del banco a los adeudos domiciliados de
      *          prestamos. El banco contesta a ADEUDOS_DOMICILIADOS.DAT
      *          con DEVOLUCIONES_ADEUDOS.DAT: cabecera "H", un detalle
      *          "D" por adeudo (referencia y periodo del adeudo,
      *          importe, fecha, resultado C = cobrado o D = devuelto
      *          y motivo de devolucion) y trailer "T" con el numero
      *          de detalles y el importe total. Si el trailer no casa
      *          con los detalles no se trata nada y el paso acaba
      *          con RC=8. Cada adeudo cobrado se anade como pago a
      *          PAGOS_RECIBIDOS.DAT para que PAGOS-PRESTAMOS lo
      *          aplique en su corrida; cada adeudo devuelto reabre
      *          la cuota (de D vuelve a F, facturada y exigible por
      *          sucursal) y deja una alerta para cobros en
      *          ALERTAS_OPERADOR.DAT. Corre antes de PAGOS-PRESTAMOS.
      *          El detalle queda en INFORME_DEVOLUCIONES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCION-ADEUDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCIONES-FILE
               ASSIGN TO "DEVOLUCIONES_ADEUDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCIONES-STATUS.

           SELECT CUADRO-FILE ASSIGN TO "PRESTAMOS_CUADRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "PAGOS_RECIBIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGOS-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT DEVOLUCIONES-REPORT
               ASSIGN TO "INFORME_DEVOLUCIONES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    RESPUESTA DEL BANCO: CABECERA "H", DETALLES "D" Y TRAILER
      *    "T" DE CONTROL
       FD  DEVOLUCIONES-FILE.
       01  DEV-CABECERA.
           05  DVC-TIPO PIC X.
               88  DVC-ES-CABECERA VALUE "H".
               88  DVC-ES-DETALLE VALUE "D".
               88  DVC-ES-TRAILER VALUE "T".
           05  DVC-FECHA PIC 9(8).
           05  FILLER PIC X(71).
       01  DEV-DETALLE.
           05  DVD-TIPO PIC X.
           05  DVD-REFERENCIA PIC X(8).
           05  DVD-PERIODO PIC 9(4).
           05  DVD-IMPORTE PIC 9(9)V99.
           05  DVD-FECHA PIC 9(8).
           05  DVD-RESULTADO PIC X.
               88  DVD-COBRADO VALUE "C".
               88  DVD-DEVUELTO VALUE "D".
           05  DVD-MOTIVO PIC X(4).
           05  FILLER PIC X(43).
       01  DEV-TRAILER.
           05  DVT-TIPO PIC X.
           05  DVT-CONT-DETALLES PIC 9(6).
           05  DVT-TOTAL-IMPORTE PIC 9(11)V99.
           05  FILLER PIC X(60).

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  PAGOS-FILE.
       01  PAGO-RECORD.
           05  PAG-REFERENCIA PIC X(8).
           05  PAG-FECHA PIC 9(8).
           05  PAG-IMPORTE PIC 9(9)V99.

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       FD  DEVOLUCIONES-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEVOLUCIONES-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-PAGOS-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-DEVOLUCIONES PIC X VALUE "N".
           88  FIN-DEVOLUCIONES VALUE "Y".
       01  WS-TRAILER-VISTO PIC X VALUE "N".
           88  TRAILER-VISTO VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PAGO PIC 9(8).
       01  WS-SITUACION-CUOTA PIC X(20).

      *    CUADRE DEL FICHERO CONTRA SU TRAILER
       01  WS-CTL-DETALLES PIC 9(6) VALUE ZERO.
       01  WS-CTL-IMPORTE PIC 9(11)V99 VALUE ZERO.
       01  WS-TRL-DETALLES PIC 9(6) VALUE ZERO.
       01  WS-TRL-IMPORTE PIC 9(11)V99 VALUE ZERO.

       01  WS-CONT-COBRADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-DEVUELTOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-REABIERTAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-ERRONEOS PIC 9(6) VALUE ZERO.
       01  WS-TOT-COBRADO PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEVUELTO PIC 9(11)V99 VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-IMPORTE-FMT2 PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "DEVOLUCION-ADEUDOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DEVOLUCION".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "DEVOLUCION-ADEUDOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

      *    PRIMERA PASADA: EL FICHERO DEBE CUADRAR CON SU TRAILER
      *    ANTES DE TOCAR NINGUNA CUOTA NI GENERAR NINGUN PAGO
           OPEN INPUT DEVOLUCIONES-FILE
           IF WS-DEVOLUCIONES-STATUS NOT = "00"
               DISPLAY "DEVOLUCIONES_ADEUDOS.DAT NO DISPONIBLE, NADA "
                   "QUE TRATAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEE-DEVOLUCION
           PERFORM UNTIL FIN-DEVOLUCIONES
               EVALUATE TRUE
                   WHEN DVC-ES-DETALLE
                       ADD 1 TO WS-CTL-DETALLES
                       IF DVD-IMPORTE NUMERIC
                           ADD DVD-IMPORTE TO WS-CTL-IMPORTE
                       END-IF
                   WHEN DVC-ES-TRAILER
                       SET TRAILER-VISTO TO TRUE
                       MOVE DVT-CONT-DETALLES TO WS-TRL-DETALLES
                       MOVE DVT-TOTAL-IMPORTE TO WS-TRL-IMPORTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM LEE-DEVOLUCION
           END-PERFORM
           CLOSE DEVOLUCIONES-FILE

           IF NOT TRAILER-VISTO
                   OR WS-TRL-DETALLES NOT = WS-CTL-DETALLES
                   OR WS-TRL-IMPORTE NOT = WS-CTL-IMPORTE
               DISPLAY "DEVOLUCIONES_ADEUDOS.DAT DESCUADRADO CON SU "
                   "TRAILER, NO SE TRATA"
               DISPLAY "DETALLES=" WS-CTL-DETALLES " TRAILER="
                   WS-TRL-DETALLES
               DISPLAY "IMPORTE=" WS-CTL-IMPORTE " TRAILER="
                   WS-TRL-IMPORTE
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "FICHERO DESCUADRADO DETALLES=" WS-CTL-DETALLES
                   " TRAILER=" WS-TRL-DETALLES
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "PRESTAMOS_CUADRO.DAT NO DISPONIBLE, NO SE "
                   "TRATAN DEVOLUCIONES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    LOS COBROS SE ANADEN A LOS PAGOS QUE YA HAYAN MANDADO LAS
      *    SUCURSALES PARA LA CORRIDA DE PAGOS-PRESTAMOS
           OPEN EXTEND PAGOS-FILE
           IF WS-PAGOS-STATUS NOT = "00"
               OPEN OUTPUT PAGOS-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PAGOS_RECIBIDOS.DAT" WS-PAGOS-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE CUADRO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF

           OPEN OUTPUT DEVOLUCIONES-REPORT
           CALL "RPTHDR" USING "DEVOLUCION-ADEUDOS"
               "INFORME_DEVOLUCIONES.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE "N" TO WS-EOF-DEVOLUCIONES
           OPEN INPUT DEVOLUCIONES-FILE
           PERFORM LEE-DEVOLUCION
           PERFORM UNTIL FIN-DEVOLUCIONES
               IF DVC-ES-DETALLE
                   PERFORM TRATA-DETALLE THRU TRATA-DETALLE-FIN
               END-IF
               PERFORM LEE-DEVOLUCION
           END-PERFORM

           MOVE WS-TOT-COBRADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE WS-TOT-DEVUELTO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT2
           MOVE SPACES TO INFORME-RECORD
           STRING "COBRADOS=" WS-CONT-COBRADOS
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "DEVUELTOS=" WS-CONT-DEVUELTOS
               " IMPORTE=" WS-IMPORTE-FMT2
               " CUOTAS REABIERTAS=" WS-CONT-REABIERTAS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "DETALLES ERRONEOS=" WS-CONT-ERRONEOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE DEVOLUCIONES-FILE
           CLOSE CUADRO-FILE
           CLOSE PAGOS-FILE
           CLOSE ALERTAS-FILE
           CLOSE DEVOLUCIONES-REPORT

           MOVE SPACES TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "COBRADOS=" WS-CONT-COBRADOS
               " DEVUELTOS=" WS-CONT-DEVUELTOS
               " ERRONEOS=" WS-CONT-ERRONEOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "DEVOLUCIONES: COBRADOS=" WS-CONT-COBRADOS
               " DEVUELTOS=" WS-CONT-DEVUELTOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-DEVOLUCION.
           READ DEVOLUCIONES-FILE
               AT END
                   SET FIN-DEVOLUCIONES TO TRUE
           END-READ.

       TRATA-DETALLE.
           MOVE DVD-REFERENCIA TO WS-AUDIT-CLAVE
           IF DVD-IMPORTE NOT NUMERIC OR DVD-IMPORTE = ZERO
                   OR DVD-PERIODO NOT NUMERIC
                   OR (NOT DVD-COBRADO AND NOT DVD-DEVUELTO)
               ADD 1 TO WS-CONT-ERRONEOS
               MOVE SPACES TO INFORME-RECORD
               STRING "DETALLE NO VALIDO REF=" DVD-REFERENCIA
                   " PER " DVD-PERIODO
                   " RESULTADO " DVD-RESULTADO
                   DELIMITED BY SIZE INTO INFORME-RECORD
               WRITE INFORME-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO TRATA-DETALLE-FIN
           END-IF

           IF DVD-COBRADO
               PERFORM TRATA-COBRO
           ELSE
               PERFORM TRATA-DEVUELTO
           END-IF.

       TRATA-DETALLE-FIN.
           EXIT.

       TRATA-COBRO.
      *    EL COBRO SE APLICA COMO CUALQUIER OTRO PAGO: DEMORA
      *    PRIMERO Y CUOTA MAS ANTIGUA DESPUES
           MOVE DVD-FECHA TO WS-FECHA-PAGO
           IF DVD-FECHA NOT NUMERIC OR DVD-FECHA = ZERO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PAGO
           END-IF
           MOVE SPACES TO PAGO-RECORD
           MOVE DVD-REFERENCIA TO PAG-REFERENCIA
           MOVE WS-FECHA-PAGO TO PAG-FECHA
           MOVE DVD-IMPORTE TO PAG-IMPORTE
           WRITE PAGO-RECORD
           ADD 1 TO WS-CONT-COBRADOS
           ADD DVD-IMPORTE TO WS-TOT-COBRADO
           MOVE DVD-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "COBRADO REF=" DVD-REFERENCIA
               " PER " DVD-PERIODO
               " FECHA " WS-FECHA-PAGO
               " IMPORTE=" WS-IMPORTE-FMT
               " A PAGOS_RECIBIDOS"
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       TRATA-DEVUELTO.
      *    LA CUOTA VUELVE A FACTURADA PARA QUE LA RECLAME LA
      *    SUCURSAL; LA DEMORA (PERIODO CERO) SIGUE EN EL PRESTAMO
           MOVE "DEMORA PENDIENTE" TO WS-SITUACION-CUOTA
           IF DVD-PERIODO > ZERO
               MOVE DVD-REFERENCIA TO CUO-REFERENCIA
               MOVE DVD-PERIODO TO CUO-PERIODO
               READ CUADRO-FILE
                   INVALID KEY
                       MOVE "CUOTA INEXISTENTE" TO WS-SITUACION-CUOTA
                   NOT INVALID KEY
                       PERFORM REABRE-CUOTA
               END-READ
           END-IF
           ADD 1 TO WS-CONT-DEVUELTOS
           ADD DVD-IMPORTE TO WS-TOT-DEVUELTO
           MOVE DVD-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "DEVUELTO REF=" DVD-REFERENCIA
               " PER " DVD-PERIODO
               " MOTIVO " DVD-MOTIVO
               " IMPORTE=" WS-IMPORTE-FMT
               " " WS-SITUACION-CUOTA
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE SPACES TO ALERTA-RECORD
           STRING "ALERTA COBROS: DEVUELTO REF="
               DVD-REFERENCIA " PER " DVD-PERIODO
               " MOTIVO " DVD-MOTIVO " IMPORTE " DVD-IMPORTE
               DELIMITED BY SIZE INTO ALERTA-RECORD
           WRITE ALERTA-RECORD
           DISPLAY ALERTA-RECORD

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "ADEUDO DEVUELTO REF=" DVD-REFERENCIA
               " PER=" DVD-PERIODO
               " MOTIVO=" DVD-MOTIVO
               " IMPORTE=" DVD-IMPORTE
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       REABRE-CUOTA.
           IF CUO-EN-DOMICILIACION
               MOVE "F" TO CUO-ESTADO
               REWRITE CUOTA-REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: NO SE PUDO REABRIR LA CUOTA "
                           CUO-REFERENCIA " " CUO-PERIODO
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
               ADD 1 TO WS-CONT-REABIERTAS
               MOVE "CUOTA REABIERTA" TO WS-SITUACION-CUOTA
           ELSE
               MOVE "CUOTA NO DOMICILIADA" TO WS-SITUACION-CUOTA
           END-IF.

       END PROGRAM DEVOLUCION-ADEUDOS.
