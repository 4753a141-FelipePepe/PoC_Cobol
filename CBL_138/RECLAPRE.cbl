      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reclamacion escalonada de los prestamos en mora.
      *          Recorre la cartera activa y su cuadro con el mismo
      *          criterio de MOROSIDAD-PRESTAMOS (cuota facturada,
      *          vencida y con importe pendiente) y, segun el mayor
      *          atraso del prestamo, le envia la carta de su etapa:
      *              1 - recordatorio amistoso, de 1 a 30 dias
      *              2 - requerimiento formal, de 31 a 60 dias
      *              3 - aviso prejudicial, mas de 60 dias
      *          La etapa enviada queda en PRE-ETAPA-RECLAMACION y
      *          solo sale carta cuando el prestamo pasa a una etapa
      *          mayor, de modo que nadie recibe la misma carta dos
      *          veces; al quedar al corriente la etapa vuelve a 0.
      *          Cada carta lleva las cuotas vencidas con su importe
      *          pendiente y el total, y se anota en
      *          RECLAMACIONES_HISTORIA.DAT (COPY RECLAREC). Los
      *          textos de las cartas se mantienen en
      *          TEXTOS_RECLAMACION.DAT, una linea por registro:
      *              pos 1     etapa (1, 2 o 3)
      *              pos 2     C = texto antes del detalle de cuotas
      *                        P = texto despues del detalle
      *              pos 4-80  texto de la linea
      *          Si falta el fichero o una etapa no tiene texto se usa
      *          un texto de reserva y el paso termina con aviso.
      *          Salidas: CARTAS_RECLAMACION.TXT, una pagina por
      *          carta, e INFORME_RECLAMACION.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMA-PRESTAMOS.

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

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TEXTOS-FILE ASSIGN TO "TEXTOS_RECLAMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXTOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "RECLAMACIONES_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS_RECLAMACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.

           SELECT RECLAMACION-REPORT
               ASSIGN TO "INFORME_RECLAMACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  TEXTOS-FILE.
       01  TEXTO-REGISTRO.
           05  TXR-ETAPA PIC X.
           05  TXR-PARTE PIC X.
           05  FILLER PIC X.
           05  TXR-TEXTO PIC X(77).

       FD  HISTORIA-FILE.
       COPY RECLAREC.

       FD  CARTAS-FILE.
       01  CARTA-RECORD PIC X(80).

       FD  RECLAMACION-REPORT.
       01  INFORME-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-TEXTOS-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-CARTAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-TEXTOS PIC X VALUE "N".
           88  FIN-TEXTOS VALUE "Y".
       01  WS-VALIDAR-CLIENTES PIC X VALUE "N".
           88  VALIDAR-CLIENTES VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-DIAS-PROCESO PIC 9(8).
       01  WS-DIAS-VENC PIC 9(8).
       01  WS-DIAS-ATRASO PIC S9(5).
       01  WS-PENDIENTE PIC 9(9)V99.
       01  WS-PERIODO PIC 9(4).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-NOMBRE-CLIENTE PIC X(30).

      *    SITUACION DE MORA DEL PRESTAMO EN CURSO
       01  WS-CUOTAS-VENCIDAS PIC 9(4).
       01  WS-MAX-ATRASO PIC 9(5).
       01  WS-IMPORTE-VENCIDO PIC 9(9)V99.
       01  WS-ETAPA-NUEVA PIC 9.
       01  WS-ETAPA-ANTERIOR PIC 9.

      *    CUOTAS VENCIDAS QUE SE DETALLAN EN LA CARTA
       01  WS-VEN-TABLA.
           05  WS-VEN-ENT OCCURS 60 TIMES.
               10  WS-VEN-PERIODO PIC 9(4).
               10  WS-VEN-FECHA PIC 9(8).
               10  WS-VEN-DIAS PIC 9(5).
               10  WS-VEN-PENDIENTE PIC 9(9)V99.
       01  WS-VEN-IDX PIC 9(4).

      *    TEXTOS DE LAS CARTAS POR ETAPA: CUERPO Y PIE
       01  WS-TXT-TABLA.
           05  WS-TXT-ETAPA OCCURS 3 TIMES.
               10  WS-TXT-NUM-CUERPO PIC 99.
               10  WS-TXT-CUERPO PIC X(77) OCCURS 15 TIMES.
               10  WS-TXT-NUM-PIE PIC 99.
               10  WS-TXT-PIE PIC X(77) OCCURS 10 TIMES.
       01  WS-TXT-IDX PIC 99.
       01  WS-TXT-ETAPA-NUM PIC 9.
       01  WS-CONT-TEXTOS-ERRONEOS PIC 9(4) VALUE ZERO.

       01  WS-TITULOS-VALORES.
           05  FILLER PIC X(40)
               VALUE "RECORDATORIO DE PAGO".
           05  FILLER PIC X(40)
               VALUE "REQUERIMIENTO FORMAL DE PAGO".
           05  FILLER PIC X(40)
               VALUE "AVISO PREVIO A RECLAMACION JUDICIAL".
       01  WS-TITULOS REDEFINES WS-TITULOS-VALORES.
           05  WS-TITULO PIC X(40) OCCURS 3 TIMES.

      *    TEXTO DE RESERVA SI LA ETAPA NO TIENE CUERPO EN EL FICHERO
       01  WS-RESERVA-VALORES.
           05  FILLER PIC X(77)
               VALUE "TIENE CUOTAS DE SU PRESTAMO PENDIENTES DE PAGO.".
           05  FILLER PIC X(77)
               VALUE "LE REQUERIMOS EL PAGO INMEDIATO DE LO VENCIDO.".
           05  FILLER PIC X(77)
               VALUE "SIN PAGO SE INICIARAN LAS ACCIONES LEGALES.".
       01  WS-RESERVAS REDEFINES WS-RESERVA-VALORES.
           05  WS-RESERVA PIC X(77) OCCURS 3 TIMES.

       01  WS-CONT-LEIDOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-EN-MORA PIC 9(6) VALUE ZERO.
       01  WS-CONT-YA-RECLAMADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-REGULARIZADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-CARTAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-ETAPAS.
           05  WS-CONT-ETAPA OCCURS 3 TIMES PIC 9(6).
       01  WS-TOT-RECLAMADO PIC 9(11)V99 VALUE ZERO.

      *    CAMPOS EDITADOS PARA LA CARTA
       01  WS-IMPORTE-CARTA PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DIAS-CARTA PIC ZZZZ9.
       01  WS-CUOTAS-CARTA PIC ZZZ9.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "RECLAMA-PRESTAMOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "RECLAMA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "RECLAMA-PRESTAMOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM CARGA-TEXTOS THRU CARGA-TEXTOS-FIN

           OPEN I-O PRESTAMOS-FILE
           OPEN INPUT CUADRO-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
                   OR WS-CUADRO-STATUS NOT = "00"
               DISPLAY "MAESTRO O CUADRO DE PRESTAMOS NO "
                   "DISPONIBLE, NO SE ENVIAN RECLAMACIONES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET VALIDAR-CLIENTES TO TRUE
           ELSE
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, LAS "
                   "CARTAS SALEN SIN NOMBRE"
           END-IF

           OPEN EXTEND HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "RECLAMACIONES_HISTORIA.DAT" WS-HISTORIA-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE PRESTAMOS-FILE
               CLOSE CUADRO-FILE
               IF VALIDAR-CLIENTES
                   CLOSE CLIENTES-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CARTAS-FILE
           OPEN OUTPUT RECLAMACION-REPORT
           CALL "RPTHDR" USING "RECLAMA-PRESTAMOS"
               "INFORME_RECLAMACION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "CARTAS DE RECLAMACION AL " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           MOVE ZERO TO WS-CONT-ETAPA(1)
           MOVE ZERO TO WS-CONT-ETAPA(2)
           MOVE ZERO TO WS-CONT-ETAPA(3)

           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               IF PRE-ACTIVO
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM RECLAMA-PRESTAMO THRU RECLAMA-PRESTAMO-FIN
               END-IF
               PERFORM LEE-PRESTAMO
           END-PERFORM

           MOVE WS-TOT-RECLAMADO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "PRESTAMOS ACTIVOS=" WS-CONT-LEIDOS
               " EN MORA=" WS-CONT-EN-MORA
               " YA RECLAMADOS EN SU ETAPA=" WS-CONT-YA-RECLAMADOS
               " REGULARIZADOS=" WS-CONT-REGULARIZADOS
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD
           MOVE SPACES TO INFORME-RECORD
           STRING "CARTAS=" WS-CONT-CARTAS
               " RECORDATORIOS=" WS-CONT-ETAPA(1)
               " REQUERIMIENTOS=" WS-CONT-ETAPA(2)
               " PREJUDICIALES=" WS-CONT-ETAPA(3)
               " IMPORTE=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD

           CLOSE PRESTAMOS-FILE
           CLOSE CUADRO-FILE
           IF VALIDAR-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE HISTORIA-FILE
           CLOSE CARTAS-FILE
           CLOSE RECLAMACION-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CARTAS=" WS-CONT-CARTAS
               " ETAPA1=" WS-CONT-ETAPA(1)
               " ETAPA2=" WS-CONT-ETAPA(2)
               " ETAPA3=" WS-CONT-ETAPA(3)
               " REGULARIZADOS=" WS-CONT-REGULARIZADOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "RECLAMACIONES: CARTAS=" WS-CONT-CARTAS
               " REGULARIZADOS=" WS-CONT-REGULARIZADOS

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-TEXTOS.
           MOVE ZERO TO WS-TXT-NUM-CUERPO(1) WS-TXT-NUM-PIE(1)
           MOVE ZERO TO WS-TXT-NUM-CUERPO(2) WS-TXT-NUM-PIE(2)
           MOVE ZERO TO WS-TXT-NUM-CUERPO(3) WS-TXT-NUM-PIE(3)
           OPEN INPUT TEXTOS-FILE
           IF WS-TEXTOS-STATUS NOT = "00"
               DISPLAY "AVISO: TEXTOS_RECLAMACION.DAT NO DISPONIBLE, "
                   "SE USAN LOS TEXTOS DE RESERVA"
               MOVE 4 TO WS-RETURN-CODE
               GO TO CARGA-TEXTOS-FIN
           END-IF
           PERFORM LEE-TEXTO
           PERFORM UNTIL FIN-TEXTOS
               PERFORM GUARDA-TEXTO
               PERFORM LEE-TEXTO
           END-PERFORM
           CLOSE TEXTOS-FILE
           IF WS-CONT-TEXTOS-ERRONEOS > ZERO
               DISPLAY "AVISO: LINEAS DE TEXTO NO VALIDAS O SOBRANTES="
                   WS-CONT-TEXTOS-ERRONEOS
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           PERFORM VARYING WS-TXT-ETAPA-NUM FROM 1 BY 1
                   UNTIL WS-TXT-ETAPA-NUM > 3
               IF WS-TXT-NUM-CUERPO(WS-TXT-ETAPA-NUM) = ZERO
                   DISPLAY "AVISO: LA ETAPA " WS-TXT-ETAPA-NUM
                       " NO TIENE TEXTO, SE USA EL DE RESERVA"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-PERFORM.

       CARGA-TEXTOS-FIN.
           EXIT.

       LEE-TEXTO.
           READ TEXTOS-FILE
               AT END
                   SET FIN-TEXTOS TO TRUE
           END-READ.

       GUARDA-TEXTO.
           IF TXR-ETAPA NOT = "1" AND TXR-ETAPA NOT = "2"
                   AND TXR-ETAPA NOT = "3"
               IF TEXTO-REGISTRO NOT = SPACES
                   ADD 1 TO WS-CONT-TEXTOS-ERRONEOS
               END-IF
           ELSE
               MOVE TXR-ETAPA TO WS-TXT-ETAPA-NUM
               EVALUATE TRUE
                   WHEN TXR-PARTE = "C"
                       AND WS-TXT-NUM-CUERPO(WS-TXT-ETAPA-NUM) < 15
                       ADD 1 TO WS-TXT-NUM-CUERPO(WS-TXT-ETAPA-NUM)
                       MOVE WS-TXT-NUM-CUERPO(WS-TXT-ETAPA-NUM)
                           TO WS-TXT-IDX
                       MOVE TXR-TEXTO TO
                           WS-TXT-CUERPO(WS-TXT-ETAPA-NUM, WS-TXT-IDX)
                   WHEN TXR-PARTE = "P"
                       AND WS-TXT-NUM-PIE(WS-TXT-ETAPA-NUM) < 10
                       ADD 1 TO WS-TXT-NUM-PIE(WS-TXT-ETAPA-NUM)
                       MOVE WS-TXT-NUM-PIE(WS-TXT-ETAPA-NUM)
                           TO WS-TXT-IDX
                       MOVE TXR-TEXTO TO
                           WS-TXT-PIE(WS-TXT-ETAPA-NUM, WS-TXT-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-CONT-TEXTOS-ERRONEOS
               END-EVALUATE
           END-IF.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       RECLAMA-PRESTAMO.
           MOVE ZERO TO WS-CUOTAS-VENCIDAS
           MOVE ZERO TO WS-MAX-ATRASO
           MOVE ZERO TO WS-IMPORTE-VENCIDO
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > PRE-PERIODOS-FACTURADOS
               PERFORM EVALUA-CUOTA THRU EVALUA-CUOTA-FIN
           END-PERFORM

      *    AL CORRIENTE: UNA MORA POSTERIOR EMPIEZA DE NUEVO
           IF WS-CUOTAS-VENCIDAS = ZERO
               IF NOT PRE-SIN-RECLAMAR
                   MOVE ZERO TO PRE-ETAPA-RECLAMACION
                   REWRITE PRESTAMO-REGISTRO
                   ADD 1 TO WS-CONT-REGULARIZADOS
               END-IF
               GO TO RECLAMA-PRESTAMO-FIN
           END-IF

           ADD 1 TO WS-CONT-EN-MORA
           EVALUATE TRUE
               WHEN WS-MAX-ATRASO <= 30
                   MOVE 1 TO WS-ETAPA-NUEVA
               WHEN WS-MAX-ATRASO <= 60
                   MOVE 2 TO WS-ETAPA-NUEVA
               WHEN OTHER
                   MOVE 3 TO WS-ETAPA-NUEVA
           END-EVALUATE
           IF WS-ETAPA-NUEVA <= PRE-ETAPA-RECLAMACION
               ADD 1 TO WS-CONT-YA-RECLAMADOS
               GO TO RECLAMA-PRESTAMO-FIN
           END-IF

           MOVE PRE-ETAPA-RECLAMACION TO WS-ETAPA-ANTERIOR
           PERFORM ESCRIBE-CARTA

           MOVE WS-FECHA-PROCESO TO RCL-FECHA
           MOVE PRE-REFERENCIA TO RCL-REFERENCIA
           MOVE PRE-CLIENTE TO RCL-CLIENTE
           MOVE PRE-SUCURSAL TO RCL-SUCURSAL
           MOVE WS-ETAPA-NUEVA TO RCL-ETAPA
           MOVE WS-CUOTAS-VENCIDAS TO RCL-CUOTAS
           MOVE WS-MAX-ATRASO TO RCL-DIAS-ATRASO
           MOVE WS-IMPORTE-VENCIDO TO RCL-IMPORTE
           WRITE RECLAMACION-REGISTRO

           MOVE WS-ETAPA-NUEVA TO PRE-ETAPA-RECLAMACION
           MOVE WS-FECHA-PROCESO TO PRE-FECHA-RECLAMACION
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR AL ANOTAR LA ETAPA DE "
                       PRE-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE

           ADD 1 TO WS-CONT-CARTAS
           ADD 1 TO WS-CONT-ETAPA(WS-ETAPA-NUEVA)
           ADD WS-IMPORTE-VENCIDO TO WS-TOT-RECLAMADO

           MOVE WS-IMPORTE-VENCIDO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO INFORME-RECORD
           STRING "REF=" PRE-REFERENCIA
               " CLIENTE=" PRE-CLIENTE
               " SUC=" PRE-SUCURSAL
               " ETAPA " WS-ETAPA-ANTERIOR "->" WS-ETAPA-NUEVA
               " CUOTAS=" WS-CUOTAS-VENCIDAS
               " DIAS=" WS-MAX-ATRASO
               " VENC=" WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO INFORME-RECORD
           WRITE INFORME-RECORD.

       RECLAMA-PRESTAMO-FIN.
           EXIT.

       EVALUA-CUOTA.
           MOVE PRE-REFERENCIA TO CUO-REFERENCIA
           MOVE WS-PERIODO TO CUO-PERIODO
           READ CUADRO-FILE
               INVALID KEY
                   GO TO EVALUA-CUOTA-FIN
           END-READ
           IF NOT CUO-FACTURADA
               GO TO EVALUA-CUOTA-FIN
           END-IF
           COMPUTE WS-PENDIENTE = CUO-CUOTA - CUO-IMPORTE-PAGADO
           IF WS-PENDIENTE <= ZERO
               GO TO EVALUA-CUOTA-FIN
           END-IF
           MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               GO TO EVALUA-CUOTA-FIN
           END-IF
           COMPUTE WS-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(CUO-FECHA-VENCIMIENTO)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROCESO - WS-DIAS-VENC
           IF WS-DIAS-ATRASO < 1
               GO TO EVALUA-CUOTA-FIN
           END-IF

           ADD 1 TO WS-CUOTAS-VENCIDAS
           ADD WS-PENDIENTE TO WS-IMPORTE-VENCIDO
           IF WS-DIAS-ATRASO > WS-MAX-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-MAX-ATRASO
           END-IF
           IF WS-CUOTAS-VENCIDAS <= 60
               MOVE WS-CUOTAS-VENCIDAS TO WS-VEN-IDX
               MOVE CUO-PERIODO TO WS-VEN-PERIODO(WS-VEN-IDX)
               MOVE CUO-FECHA-VENCIMIENTO TO WS-VEN-FECHA(WS-VEN-IDX)
               MOVE WS-DIAS-ATRASO TO WS-VEN-DIAS(WS-VEN-IDX)
               MOVE WS-PENDIENTE TO WS-VEN-PENDIENTE(WS-VEN-IDX)
           END-IF.

       EVALUA-CUOTA-FIN.
           EXIT.

       ESCRIBE-CARTA.
      *    UNA PAGINA POR CARTA: TITULO DE LA ETAPA, TEXTO, CUOTAS
      *    VENCIDAS CON SU IMPORTE PENDIENTE Y PIE
           MOVE SPACES TO WS-NOMBRE-CLIENTE
           IF VALIDAR-CLIENTES
               MOVE PRE-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO WS-NOMBRE-CLIENTE
               END-READ
           END-IF

           MOVE WS-TITULO(WS-ETAPA-NUEVA) TO CARTA-RECORD
           IF WS-CONT-CARTAS = ZERO
               WRITE CARTA-RECORD
           ELSE
               WRITE CARTA-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO CARTA-RECORD
           IF WS-NOMBRE-CLIENTE NOT = SPACES
               STRING "ESTIMADO/A " WS-NOMBRE-CLIENTE
                   DELIMITED BY SIZE INTO CARTA-RECORD
           ELSE
               STRING "ESTIMADO/A CLIENTE " PRE-CLIENTE
                   DELIMITED BY SIZE INTO CARTA-RECORD
           END-IF
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           STRING "PRESTAMO " PRE-REFERENCIA
               "   SUCURSAL DE ATENCION: " PRE-SUCURSAL
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD

           IF WS-TXT-NUM-CUERPO(WS-ETAPA-NUEVA) = ZERO
               MOVE WS-RESERVA(WS-ETAPA-NUEVA) TO CARTA-RECORD
               WRITE CARTA-RECORD
           ELSE
               PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                       UNTIL WS-TXT-IDX >
                       WS-TXT-NUM-CUERPO(WS-ETAPA-NUEVA)
                   MOVE WS-TXT-CUERPO(WS-ETAPA-NUEVA, WS-TXT-IDX)
                       TO CARTA-RECORD
                   WRITE CARTA-RECORD
               END-PERFORM
           END-IF
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD

           MOVE "CUOTAS VENCIDAS Y NO PAGADAS:" TO CARTA-RECORD
           WRITE CARTA-RECORD
           MOVE "PER. VENCIMIENTO  DIAS ATRASO   IMPORTE PENDIENTE"
               TO CARTA-RECORD
           WRITE CARTA-RECORD
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-CUOTAS-VENCIDAS
                   OR WS-VEN-IDX > 60
               PERFORM ESCRIBE-FILA-CARTA
           END-PERFORM
           IF WS-CUOTAS-VENCIDAS > 60
               MOVE SPACES TO CARTA-RECORD
               STRING "(SE DETALLAN LAS 60 PRIMERAS CUOTAS)"
                   DELIMITED BY SIZE INTO CARTA-RECORD
               WRITE CARTA-RECORD
           END-IF
           MOVE WS-IMPORTE-VENCIDO TO WS-IMPORTE-CARTA
           MOVE WS-CUOTAS-VENCIDAS TO WS-CUOTAS-CARTA
           MOVE SPACES TO CARTA-RECORD
           STRING "TOTAL VENCIDO (" WS-CUOTAS-CARTA " CUOTAS):"
               "         " WS-IMPORTE-CARTA
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD
           IF PRE-MORA-PENDIENTE > ZERO
               MOVE PRE-MORA-PENDIENTE TO WS-IMPORTE-CARTA
               MOVE SPACES TO CARTA-RECORD
               STRING "INTERESES DE DEMORA FACTURADOS:   "
                   WS-IMPORTE-CARTA
                   DELIMITED BY SIZE INTO CARTA-RECORD
               WRITE CARTA-RECORD
           END-IF
           MOVE SPACES TO CARTA-RECORD
           WRITE CARTA-RECORD

           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-NUM-PIE(WS-ETAPA-NUEVA)
               MOVE WS-TXT-PIE(WS-ETAPA-NUEVA, WS-TXT-IDX)
                   TO CARTA-RECORD
               WRITE CARTA-RECORD
           END-PERFORM
           MOVE SPACES TO CARTA-RECORD
           STRING "CARTA EMITIDA CON FECHA " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD.

       ESCRIBE-FILA-CARTA.
           MOVE WS-VEN-DIAS(WS-VEN-IDX) TO WS-DIAS-CARTA
           MOVE WS-VEN-PENDIENTE(WS-VEN-IDX) TO WS-IMPORTE-CARTA
           MOVE SPACES TO CARTA-RECORD
           STRING WS-VEN-PERIODO(WS-VEN-IDX) " "
               WS-VEN-FECHA(WS-VEN-IDX) "        " WS-DIAS-CARTA
               "      " WS-IMPORTE-CARTA
               DELIMITED BY SIZE INTO CARTA-RECORD
           WRITE CARTA-RECORD.

       END PROGRAM RECLAMA-PRESTAMOS.
