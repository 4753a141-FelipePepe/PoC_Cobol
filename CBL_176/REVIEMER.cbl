      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision diaria de las sesiones de acceso de
      *          emergencia. Lista en INFORME_EMERGENCIAS.TXT cada
      *          sesion de EMERGENCIAS.DAT (COPY EMERGREC) que el
      *          supervisor aun no ha firmado: operador, inicio y
      *          caducidad, funciones concedidas, motivo, estado (EN
      *          VIGOR, CADUCADA o CERRADA) y, debajo, todo lo que se
      *          hizo en ella, es decir, cada registro de auditoria con
      *          la marca AUD-SESION-EMERGENCIA de la sesion. Recorre
      *          las generaciones catalogadas por CORTE-AUDITORIA
      *          (AUDIT_GENERACIONES.DAT) desde la fecha de proceso de
      *          la sesion pendiente mas antigua y el AUDIT_TRAIL.LOG
      *          en curso. Cada sesion terminada sin firmar deja una
      *          alerta en ALERTAS_OPERADOR.DAT para el supervisor, que
      *          la firma en FIRMA-EMERGENCIAS; la alerta se repite
      *          cada noche hasta que este firmada. Termina con RC 4 si
      *          queda alguna sesion pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-EMERGENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMERGENCIAS-FILE ASSIGN TO "EMERGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERGENCIAS-STATUS.

           SELECT CATALOGO-FILE ASSIGN TO "AUDIT_GENERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EMERGENCIAS-REPORT
               ASSIGN TO "INFORME_EMERGENCIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMERGENCIAS-FILE.
       COPY EMERGREC.

       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-FECHA PIC 9(8).
           05  CAT-GENERACION PIC X(30).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  EMERGENCIAS-REPORT.
       01  EMERGENCIAS-LINEA PIC X(100).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMERGENCIAS-STATUS PIC XX.
       01  WS-CATALOGO-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-EMERGENCIAS PIC X VALUE "N".
           88  FIN-EMERGENCIAS VALUE "Y".
       01  WS-EOF-CATALOGO PIC X VALUE "N".
           88  FIN-CATALOGO VALUE "Y".
       01  WS-EOF-AUDIT PIC X VALUE "N".
           88  FIN-AUDIT VALUE "Y".
       01  WS-HAY-ALERTAS PIC X VALUE "N".
           88  HAY-ALERTAS VALUE "Y".

      *    SESIONES PENDIENTES DE FIRMA
       01  WS-SES-TABLA.
           05  WS-SES-ENT OCCURS 100 TIMES.
               10  WS-SES-OPERADOR PIC X(10).
               10  WS-SES-INICIO PIC X(14).
               10  WS-SES-FIN PIC X(14).
               10  WS-SES-FUNCIONES.
                   15  WS-SES-FUNCION PIC X(10) OCCURS 4 TIMES.
               10  WS-SES-MOTIVO PIC X(60).
               10  WS-SES-ESTADO PIC X(9).
               10  WS-SES-ACCIONES PIC 9(5).
       01  WS-SES-TOTAL PIC 999 VALUE ZERO.
       01  WS-SES-IDX PIC 999.
       01  WS-SES-POS PIC 999.
       01  WS-FUN-IDX PIC 9.
       01  WS-FECHA-DESDE PIC 9(8) VALUE 99999999.

      *    ACCIONES MARCADAS, EN EL ORDEN DEL LOG
       01  WS-ACC-TABLA.
           05  WS-ACC-ENT OCCURS 1000 TIMES.
               10  WS-ACC-SESION PIC 999.
               10  WS-ACC-FECHA PIC 9(8).
               10  WS-ACC-HORA PIC X(6).
               10  WS-ACC-PROGRAMA PIC X(20).
               10  WS-ACC-EVENTO PIC X(10).
               10  WS-ACC-CLAVE PIC X(20).
               10  WS-ACC-DETALLE PIC X(92).
       01  WS-ACC-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-ACC-IDX PIC 9(4).
       01  WS-ACC-SIN-SITIO PIC 9(5) VALUE ZERO.

      *    FICHEROS DE AUDITORIA A RECORRER: LAS GENERACIONES
      *    CATALOGADAS Y, AL FINAL, EL LOG EN CURSO
       01  WS-FICHERO-TABLA.
           05  WS-FICHERO-NOMBRE PIC X(30) OCCURS 61 TIMES.
       01  WS-FICHERO-TOTAL PIC 99 VALUE ZERO.
       01  WS-FICHERO-IDX PIC 99.
       01  WS-NOMBRE-AUDITORIA PIC X(30).

       01  WS-AHORA PIC 9(14).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA PIC 9(8).
           05  WS-AHORA-HORA PIC 9(6).
       01  WS-HORA-RELOJ PIC 9(8).

       01  WS-CONT-SESIONES PIC 9(5) VALUE ZERO.
       01  WS-CONT-REVISADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONT-EN-VIGOR PIC 9(5) VALUE ZERO.
       01  WS-CONT-MARCADAS PIC 9(7) VALUE ZERO.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "REVISION-EMERGENCIA".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "EMERGENCIA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "REVISION-EMERGENCIA".
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-AHORA-HORA

           PERFORM CARGA-SESIONES THRU CARGA-SESIONES-FIN

           OPEN OUTPUT EMERGENCIAS-REPORT
           CALL "RPTHDR" USING "REVISION-EMERGENCIA"
               "INFORME_EMERGENCIAS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE "SESIONES DE ACCESO DE EMERGENCIA PENDIENTES DE FIRMA"
               TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA

           IF WS-SES-TOTAL > ZERO
               PERFORM RECORRE-AUDITORIA
           END-IF

           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           IF WS-ALERTAS-STATUS = "00"
               SET HAY-ALERTAS TO TRUE
           ELSE
               DISPLAY "AVISO: ALERTAS_OPERADOR.DAT NO DISPONIBLE, "
                   "LOS PENDIENTES QUEDAN SOLO EN EL INFORME"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           IF WS-SES-TOTAL = ZERO
               MOVE SPACES TO EMERGENCIAS-LINEA
               WRITE EMERGENCIAS-LINEA
               MOVE "  NINGUNA SESION PENDIENTE DE FIRMA"
                   TO EMERGENCIAS-LINEA
               WRITE EMERGENCIAS-LINEA
           ELSE
               PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                       UNTIL WS-SES-IDX > WS-SES-TOTAL
                   PERFORM ESCRIBE-SESION
               END-PERFORM
           END-IF

           MOVE SPACES TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "SESIONES EN FICHERO=" WS-CONT-SESIONES
               " FIRMADAS=" WS-CONT-REVISADAS
               " PENDIENTES=" WS-CONT-PENDIENTES
               " EN VIGOR=" WS-CONT-EN-VIGOR
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "ACCIONES MARCADAS=" WS-CONT-MARCADAS
               " NO LISTADAS POR TAMANO=" WS-ACC-SIN-SITIO
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE "LA FIRMA DEL SUPERVISOR SE HACE EN FIRMA-EMERGENCIAS"
               TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           CLOSE EMERGENCIAS-REPORT
           IF HAY-ALERTAS
               CLOSE ALERTAS-FILE
           END-IF

           MOVE WS-AHORA-FECHA TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "REVISION DIARIA PENDIENTES=" WS-CONT-PENDIENTES
               " EN VIGOR=" WS-CONT-EN-VIGOR
               " ACCIONES=" WS-CONT-MARCADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "EMERGENCIAS: PENDIENTES DE FIRMA="
               WS-CONT-PENDIENTES " EN VIGOR=" WS-CONT-EN-VIGOR
               " ACCIONES MARCADAS=" WS-CONT-MARCADAS
           IF WS-CONT-PENDIENTES > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-SESIONES.
           OPEN INPUT EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               GO TO CARGA-SESIONES-FIN
           END-IF
           PERFORM LEE-EMERGENCIA
           PERFORM UNTIL FIN-EMERGENCIAS
               ADD 1 TO WS-CONT-SESIONES
               IF EMG-ESTA-REVISADA
                   ADD 1 TO WS-CONT-REVISADAS
               ELSE
                   PERFORM GUARDA-SESION
               END-IF
               PERFORM LEE-EMERGENCIA
           END-PERFORM
           CLOSE EMERGENCIAS-FILE.

       CARGA-SESIONES-FIN.
           EXIT.

       LEE-EMERGENCIA.
           READ EMERGENCIAS-FILE
               AT END
                   SET FIN-EMERGENCIAS TO TRUE
           END-READ.

       GUARDA-SESION.
           ADD 1 TO WS-CONT-PENDIENTES
           IF WS-SES-TOTAL >= 100
               DISPLAY "AVISO: MAS DE 100 SESIONES PENDIENTES, NO SE "
                   "DETALLA " EMG-OPERADOR " " EMG-INICIO
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-SES-TOTAL
               MOVE EMG-OPERADOR TO WS-SES-OPERADOR(WS-SES-TOTAL)
               MOVE EMG-INICIO TO WS-SES-INICIO(WS-SES-TOTAL)
               MOVE EMG-FIN TO WS-SES-FIN(WS-SES-TOTAL)
               MOVE EMG-FUNCIONES TO WS-SES-FUNCIONES(WS-SES-TOTAL)
               MOVE EMG-MOTIVO TO WS-SES-MOTIVO(WS-SES-TOTAL)
               MOVE ZERO TO WS-SES-ACCIONES(WS-SES-TOTAL)
               EVALUATE TRUE
                   WHEN EMG-CERRADA
                       MOVE "CERRADA" TO WS-SES-ESTADO(WS-SES-TOTAL)
                   WHEN EMG-FIN > WS-AHORA
                       MOVE "EN VIGOR" TO WS-SES-ESTADO(WS-SES-TOTAL)
                       ADD 1 TO WS-CONT-EN-VIGOR
                   WHEN OTHER
                       MOVE "CADUCADA" TO WS-SES-ESTADO(WS-SES-TOTAL)
               END-EVALUATE
               IF EMG-FECHA-PROCESO IS NUMERIC
                       AND EMG-FECHA-PROCESO < WS-FECHA-DESDE
                   MOVE EMG-FECHA-PROCESO TO WS-FECHA-DESDE
               END-IF
           END-IF.

       RECORRE-AUDITORIA.
           PERFORM CARGA-CATALOGO THRU CARGA-CATALOGO-FIN
           ADD 1 TO WS-FICHERO-TOTAL
           MOVE "AUDIT_TRAIL.LOG" TO WS-FICHERO-NOMBRE(WS-FICHERO-TOTAL)
           PERFORM VARYING WS-FICHERO-IDX FROM 1 BY 1
                   UNTIL WS-FICHERO-IDX > WS-FICHERO-TOTAL
               PERFORM RECORRE-FICHERO THRU RECORRE-FICHERO-FIN
           END-PERFORM.

       CARGA-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               GO TO CARGA-CATALOGO-FIN
           END-IF
           PERFORM LEE-CATALOGO
           PERFORM UNTIL FIN-CATALOGO OR WS-FICHERO-TOTAL >= 60
      *        LAS GENERACIONES ANTERIORES A LA SESION PENDIENTE MAS
      *        ANTIGUA NO PUEDEN TRAER NADA MARCADO
               IF CAT-FECHA >= WS-FECHA-DESDE
                   ADD 1 TO WS-FICHERO-TOTAL
                   MOVE CAT-GENERACION
                       TO WS-FICHERO-NOMBRE(WS-FICHERO-TOTAL)
               END-IF
               PERFORM LEE-CATALOGO
           END-PERFORM
           CLOSE CATALOGO-FILE.

       CARGA-CATALOGO-FIN.
           EXIT.

       LEE-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   SET FIN-CATALOGO TO TRUE
           END-READ.

       RECORRE-FICHERO.
           MOVE WS-FICHERO-NOMBRE(WS-FICHERO-IDX)
               TO WS-NOMBRE-AUDITORIA
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AVISO: " WS-NOMBRE-AUDITORIA
                   " NO DISPONIBLE, SE SALTA"
               GO TO RECORRE-FICHERO-FIN
           END-IF
           MOVE "N" TO WS-EOF-AUDIT
           PERFORM LEE-AUDIT
           PERFORM UNTIL FIN-AUDIT
               IF AUD-SESION-EMERGENCIA NOT = SPACES
                   PERFORM ANOTA-ACCION
               END-IF
               PERFORM LEE-AUDIT
           END-PERFORM
           CLOSE AUDIT-FILE.

       RECORRE-FICHERO-FIN.
           EXIT.

       LEE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET FIN-AUDIT TO TRUE
           END-READ.

       ANOTA-ACCION.
           MOVE ZERO TO WS-SES-POS
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-TOTAL
                   OR WS-SES-POS > ZERO
               IF WS-SES-OPERADOR(WS-SES-IDX) = AUD-OPERADOR(1:10)
                       AND WS-SES-INICIO(WS-SES-IDX)
                       = AUD-SESION-EMERGENCIA
                   MOVE WS-SES-IDX TO WS-SES-POS
               END-IF
           END-PERFORM
      *    LAS MARCAS DE SESIONES YA FIRMADAS NO SE VUELVEN A LISTAR
           IF WS-SES-POS > ZERO
               ADD 1 TO WS-CONT-MARCADAS
               ADD 1 TO WS-SES-ACCIONES(WS-SES-POS)
               IF WS-ACC-TOTAL >= 1000
                   ADD 1 TO WS-ACC-SIN-SITIO
               ELSE
                   ADD 1 TO WS-ACC-TOTAL
                   MOVE WS-SES-POS TO WS-ACC-SESION(WS-ACC-TOTAL)
                   MOVE AUD-FECHA TO WS-ACC-FECHA(WS-ACC-TOTAL)
                   MOVE AUD-HORA(1:6) TO WS-ACC-HORA(WS-ACC-TOTAL)
                   MOVE AUD-PROGRAMA TO WS-ACC-PROGRAMA(WS-ACC-TOTAL)
                   MOVE AUD-EVENTO TO WS-ACC-EVENTO(WS-ACC-TOTAL)
                   MOVE AUD-CLAVE TO WS-ACC-CLAVE(WS-ACC-TOTAL)
                   MOVE AUD-DETALLE TO WS-ACC-DETALLE(WS-ACC-TOTAL)
               END-IF
           END-IF.

       ESCRIBE-SESION.
           MOVE SPACES TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "SESION " WS-SES-OPERADOR(WS-SES-IDX)
               " DESDE " WS-SES-INICIO(WS-SES-IDX)(1:8) " "
               WS-SES-INICIO(WS-SES-IDX)(9:2) ":"
               WS-SES-INICIO(WS-SES-IDX)(11:2)
               " HASTA " WS-SES-FIN(WS-SES-IDX)(1:8) " "
               WS-SES-FIN(WS-SES-IDX)(9:2) ":"
               WS-SES-FIN(WS-SES-IDX)(11:2)
               "  " WS-SES-ESTADO(WS-SES-IDX)
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "  FUNCIONES: " WS-SES-FUNCION(WS-SES-IDX 1) " "
               WS-SES-FUNCION(WS-SES-IDX 2) " "
               WS-SES-FUNCION(WS-SES-IDX 3) " "
               WS-SES-FUNCION(WS-SES-IDX 4)
               "  ACCIONES: " WS-SES-ACCIONES(WS-SES-IDX)
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "  MOTIVO: " WS-SES-MOTIVO(WS-SES-IDX)
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-TOTAL
               IF WS-ACC-SESION(WS-ACC-IDX) = WS-SES-IDX
                   PERFORM ESCRIBE-ACCION
               END-IF
           END-PERFORM
           IF WS-SES-ACCIONES(WS-SES-IDX) = ZERO
               MOVE "    SIN ACCIONES REGISTRADAS EN LA SESION"
                   TO EMERGENCIAS-LINEA
               WRITE EMERGENCIAS-LINEA
           END-IF
           MOVE "  FIRMA DEL SUPERVISOR: PENDIENTE"
               TO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA

      *    UNA SESION AUN EN VIGOR SE AVISA CUANDO TERMINE
           IF WS-SES-ESTADO(WS-SES-IDX) NOT = "EN VIGOR"
               MOVE SPACES TO ALERTA-RECORD
               STRING "ALERTA EMERGENCIA: SESION "
                   WS-SES-OPERADOR(WS-SES-IDX) " "
                   WS-SES-INICIO(WS-SES-IDX)(1:12)
                   " PENDIENTE DE FIRMA"
                   DELIMITED BY SIZE INTO ALERTA-RECORD
               PERFORM GRABA-ALERTA
           END-IF.

       ESCRIBE-ACCION.
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "    " WS-ACC-FECHA(WS-ACC-IDX) " "
               WS-ACC-HORA(WS-ACC-IDX) " "
               WS-ACC-PROGRAMA(WS-ACC-IDX) " "
               WS-ACC-EVENTO(WS-ACC-IDX) " "
               WS-ACC-CLAVE(WS-ACC-IDX)
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA
           MOVE SPACES TO EMERGENCIAS-LINEA
           STRING "      " WS-ACC-DETALLE(WS-ACC-IDX)
               DELIMITED BY SIZE INTO EMERGENCIAS-LINEA
           WRITE EMERGENCIAS-LINEA.

       GRABA-ALERTA.
           IF HAY-ALERTAS
               WRITE ALERTA-RECORD
           END-IF
           DISPLAY ALERTA-RECORD.

       END PROGRAM REVISION-EMERGENCIA.
