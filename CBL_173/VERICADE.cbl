      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacion nocturna de la cadena de integridad del
      *          log de auditoria. Recorre en orden las generaciones
      *          catalogadas por CORTE-AUDITORIA (CBL_50) en
      *          AUDIT_GENERACIONES.DAT y despues el AUDIT_TRAIL.LOG en
      *          curso, recalcula con HASH-AUDITORIA (CBL_172) el
      *          resumen de cada registro a partir del anterior y deja
      *          en INFORME_CADENA_AUDITORIA.TXT el fichero y el numero
      *          de registro exactos de cada incidencia:
      *          - REGISTRO ALTERADO: la secuencia sigue pero el
      *            resumen no cuadra (linea editada);
      *          - HUECO: saltan numeros de secuencia (lineas
      *            borradas);
      *          - SECUENCIA REPETIDA O FUERA DE ORDEN (lineas
      *            duplicadas o movidas);
      *          - REGISTRO SIN CADENA en medio de la cadena (linea
      *            intercalada a mano);
      *          - cierre de generacion que no coincide con el
      *            catalogado, generacion catalogada que falta, o log
      *            en curso mas corto que lo que dice AUDIT_CADENA.DAT
      *            (lineas quitadas del final).
      *          Las lineas anteriores a la cadena se cuentan y se
      *          saltan; el primer registro de la generacion mas
      *          antigua conservada hace de ancla, porque su
      *          predecesor ya se borro por retencion. Tras cada
      *          incidencia la verificacion se resincroniza, para que
      *          una sola edicion no arrastre el resto del informe.
      *          Corre en MAESTRO despues del corte; si la cadena falla
      *          deja una alerta en ALERTAS_OPERADOR.DAT y termina con
      *          RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CADENA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "AUDIT_GENERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CADENA-FILE ASSIGN TO "AUDIT_CADENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.

           SELECT CADENA-REPORT
               ASSIGN TO "INFORME_CADENA_AUDITORIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-FECHA PIC 9(8).
           05  CAT-GENERACION PIC X(30).
           05  CAT-SECUENCIA-CIERRE PIC 9(9).
           05  CAT-HASH-CIERRE PIC 9(10).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CADENA-FILE.
       01  CADENA-RECORD.
           05  CAD-SECUENCIA PIC 9(9).
           05  CAD-HASH PIC 9(10).

       FD  CADENA-REPORT.
       01  CADENA-REPORT-RECORD PIC X(100).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-CADENA-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-CATALOGO PIC X VALUE "N".
           88  FIN-CATALOGO VALUE "Y".
       01  WS-EOF-AUDIT PIC X VALUE "N".
           88  FIN-AUDIT VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).

      *    FICHEROS A RECORRER, EN ORDEN: LAS GENERACIONES DEL
      *    CATALOGO CON SU CIERRE Y, AL FINAL, EL LOG EN CURSO
       01  WS-FICHERO-TABLA.
           05  WS-FICHERO-ENT OCCURS 61 TIMES.
               10  WS-FICHERO-NOMBRE PIC X(30).
               10  WS-FICHERO-GENERACION PIC X.
               10  WS-FICHERO-SEC-CIERRE PIC 9(9).
               10  WS-FICHERO-HASH-CIERRE PIC 9(10).
       01  WS-FICHERO-TOTAL PIC 99 VALUE ZERO.
       01  WS-FICHERO-IDX PIC 99.
       01  WS-NOMBRE-AUDITORIA PIC X(30).

      *    ULTIMO ESLABON VERIFICADO
       01  WS-CADENA-CONOCIDA PIC X VALUE "N".
           88  CADENA-CONOCIDA VALUE "Y".
       01  WS-ESP-SECUENCIA PIC 9(9) VALUE ZERO.
       01  WS-ESP-HASH PIC 9(10) VALUE ZERO.
       01  WS-HASH-CALCULADO PIC 9(10).
       01  WS-FALTA-DESDE PIC 9(9).
       01  WS-FALTA-HASTA PIC 9(9).

       01  WS-REG-NUM PIC 9(7).
       01  WS-TEXTO-INCIDENCIA PIC X(48).
       01  WS-PRIMERA-INCIDENCIA PIC X(48) VALUE SPACES.

       01  WS-CONT-FICHEROS PIC 99 VALUE ZERO.
       01  WS-CONT-REGISTROS PIC 9(9) VALUE ZERO.
       01  WS-CONT-ANTERIORES PIC 9(9) VALUE ZERO.
       01  WS-CONT-INCIDENCIAS PIC 9(5) VALUE ZERO.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "VERIFICA-CADENA".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CADENA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "VERIFICA-CADENA".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN OUTPUT CADENA-REPORT
           CALL "RPTHDR" USING "VERIFICA-CADENA"
               "INFORME_CADENA_AUDITORIA.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           MOVE SPACES TO CADENA-REPORT-RECORD
           STRING "VERIFICACION DE LA CADENA DE AUDITORIA AL "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD

           PERFORM CARGA-CATALOGO THRU CARGA-CATALOGO-FIN
           ADD 1 TO WS-FICHERO-TOTAL
           MOVE "AUDIT_TRAIL.LOG" TO WS-FICHERO-NOMBRE(WS-FICHERO-TOTAL)
           MOVE "N" TO WS-FICHERO-GENERACION(WS-FICHERO-TOTAL)

           PERFORM VARYING WS-FICHERO-IDX FROM 1 BY 1
                   UNTIL WS-FICHERO-IDX > WS-FICHERO-TOTAL
               PERFORM VERIFICA-FICHERO THRU VERIFICA-FICHERO-FIN
           END-PERFORM
           PERFORM COMPRUEBA-ESTADO THRU COMPRUEBA-ESTADO-FIN

           MOVE SPACES TO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           MOVE SPACES TO CADENA-REPORT-RECORD
           STRING "FICHEROS=" WS-CONT-FICHEROS
               " REGISTROS=" WS-CONT-REGISTROS
               " ANTERIORES A LA CADENA=" WS-CONT-ANTERIORES
               " INCIDENCIAS=" WS-CONT-INCIDENCIAS
               DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           MOVE SPACES TO CADENA-REPORT-RECORD
           IF WS-CONT-INCIDENCIAS = ZERO
               MOVE "CADENA INTEGRA" TO CADENA-REPORT-RECORD
           ELSE
               MOVE "CADENA ROTA: REVISAR LAS INCIDENCIAS ANTERIORES"
                   TO CADENA-REPORT-RECORD
           END-IF
           WRITE CADENA-REPORT-RECORD
           CLOSE CADENA-REPORT

           IF WS-CONT-INCIDENCIAS > ZERO
               PERFORM GRABA-ALERTA
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "VERIFICACION CADENA REGISTROS=" WS-CONT-REGISTROS
               " INCIDENCIAS=" WS-CONT-INCIDENCIAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CADENA DE AUDITORIA: FICHEROS=" WS-CONT-FICHEROS
               " REGISTROS=" WS-CONT-REGISTROS
               " INCIDENCIAS=" WS-CONT-INCIDENCIAS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               MOVE "SIN AUDIT_GENERACIONES.DAT, SOLO EL LOG EN CURSO"
                   TO CADENA-REPORT-RECORD
               WRITE CADENA-REPORT-RECORD
               GO TO CARGA-CATALOGO-FIN
           END-IF
           PERFORM LEE-CATALOGO
           PERFORM UNTIL FIN-CATALOGO OR WS-FICHERO-TOTAL >= 60
               ADD 1 TO WS-FICHERO-TOTAL
               MOVE CAT-GENERACION
                   TO WS-FICHERO-NOMBRE(WS-FICHERO-TOTAL)
               MOVE "S" TO WS-FICHERO-GENERACION(WS-FICHERO-TOTAL)
      *        LAS ENTRADAS ANTERIORES A LA CADENA NO TRAEN CIERRE
               IF CAT-SECUENCIA-CIERRE IS NUMERIC
                       AND CAT-HASH-CIERRE IS NUMERIC
                   MOVE CAT-SECUENCIA-CIERRE
                       TO WS-FICHERO-SEC-CIERRE(WS-FICHERO-TOTAL)
                   MOVE CAT-HASH-CIERRE
                       TO WS-FICHERO-HASH-CIERRE(WS-FICHERO-TOTAL)
               ELSE
                   MOVE ZERO TO WS-FICHERO-SEC-CIERRE(WS-FICHERO-TOTAL)
                       WS-FICHERO-HASH-CIERRE(WS-FICHERO-TOTAL)
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

       VERIFICA-FICHERO.
           MOVE WS-FICHERO-NOMBRE(WS-FICHERO-IDX)
               TO WS-NOMBRE-AUDITORIA
           MOVE ZERO TO WS-REG-NUM
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-FICHERO-GENERACION(WS-FICHERO-IDX) = "S"
                   MOVE "GENERACION CATALOGADA NO DISPONIBLE"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA-FICHERO
                   PERFORM TOMA-CIERRE-CATALOGADO
               ELSE
                   DISPLAY "AVISO: AUDIT_TRAIL.LOG NO DISPONIBLE"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               GO TO VERIFICA-FICHERO-FIN
           END-IF
           ADD 1 TO WS-CONT-FICHEROS
           MOVE "N" TO WS-EOF-AUDIT
           PERFORM LEE-AUDIT
           PERFORM UNTIL FIN-AUDIT
               PERFORM VERIFICA-REGISTRO THRU VERIFICA-REGISTRO-FIN
               PERFORM LEE-AUDIT
           END-PERFORM
           CLOSE AUDIT-FILE

           IF WS-FICHERO-GENERACION(WS-FICHERO-IDX) = "S"
               PERFORM COMPRUEBA-CIERRE THRU COMPRUEBA-CIERRE-FIN
           END-IF.

       VERIFICA-FICHERO-FIN.
           EXIT.

       LEE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET FIN-AUDIT TO TRUE
           END-READ.

       VERIFICA-REGISTRO.
           ADD 1 TO WS-REG-NUM
           ADD 1 TO WS-CONT-REGISTROS
           IF AUD-SECUENCIA IS NOT NUMERIC
                   OR AUD-HASH IS NOT NUMERIC
               IF CADENA-CONOCIDA
                   MOVE "REGISTRO SIN CADENA DENTRO DE LA CADENA"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA
               ELSE
                   ADD 1 TO WS-CONT-ANTERIORES
               END-IF
               GO TO VERIFICA-REGISTRO-FIN
           END-IF

           IF NOT CADENA-CONOCIDA
      *        LA SECUENCIA 1 ABRE LA CADENA Y SE VERIFICA CONTRA UN
      *        RESUMEN ANTERIOR CERO; CUALQUIER OTRA HACE DE ANCLA
               IF AUD-SECUENCIA = 1
                   SET CADENA-CONOCIDA TO TRUE
                   MOVE ZERO TO WS-ESP-SECUENCIA WS-ESP-HASH
               ELSE
                   MOVE SPACES TO CADENA-REPORT-RECORD
                   STRING "ANCLA: " WS-NOMBRE-AUDITORIA
                       " REG " WS-REG-NUM " SEC " AUD-SECUENCIA
                       DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
                   WRITE CADENA-REPORT-RECORD
                   PERFORM TOMA-ESLABON
                   GO TO VERIFICA-REGISTRO-FIN
               END-IF
           END-IF

           CALL "HASH-AUDITORIA" USING AUDITORIA-REGISTRO
               WS-ESP-HASH WS-HASH-CALCULADO
           EVALUATE TRUE
               WHEN AUD-SECUENCIA > WS-ESP-SECUENCIA + 1
                   COMPUTE WS-FALTA-DESDE = WS-ESP-SECUENCIA + 1
                   COMPUTE WS-FALTA-HASTA = AUD-SECUENCIA - 1
                   MOVE SPACES TO WS-TEXTO-INCIDENCIA
                   STRING "HUECO: FALTAN SEC " WS-FALTA-DESDE
                       " A " WS-FALTA-HASTA
                       DELIMITED BY SIZE INTO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA
               WHEN AUD-SECUENCIA NOT > WS-ESP-SECUENCIA
                   MOVE "SECUENCIA REPETIDA O FUERA DE ORDEN"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA
               WHEN WS-HASH-CALCULADO NOT = AUD-HASH
                   MOVE "REGISTRO ALTERADO: EL RESUMEN NO CUADRA"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM TOMA-ESLABON.

       VERIFICA-REGISTRO-FIN.
           EXIT.

       TOMA-ESLABON.
           SET CADENA-CONOCIDA TO TRUE
           MOVE AUD-SECUENCIA TO WS-ESP-SECUENCIA
           MOVE AUD-HASH TO WS-ESP-HASH.

       TOMA-CIERRE-CATALOGADO.
           IF WS-FICHERO-SEC-CIERRE(WS-FICHERO-IDX) > ZERO
               SET CADENA-CONOCIDA TO TRUE
               MOVE WS-FICHERO-SEC-CIERRE(WS-FICHERO-IDX)
                   TO WS-ESP-SECUENCIA
               MOVE WS-FICHERO-HASH-CIERRE(WS-FICHERO-IDX)
                   TO WS-ESP-HASH
           END-IF.

       COMPRUEBA-CIERRE.
      *    EL ULTIMO ESLABON DE LA GENERACION DEBE SER EL QUE SE
      *    CATALOGO AL CORTARLA; SI NO, SE QUITARON O ANADIERON
      *    LINEAS AL FINAL. SE SIGUE DESDE EL CIERRE CATALOGADO
           IF WS-FICHERO-SEC-CIERRE(WS-FICHERO-IDX) = ZERO
               GO TO COMPRUEBA-CIERRE-FIN
           END-IF
           IF CADENA-CONOCIDA
               IF WS-ESP-SECUENCIA
                       NOT = WS-FICHERO-SEC-CIERRE(WS-FICHERO-IDX)
                       OR WS-ESP-HASH
                       NOT = WS-FICHERO-HASH-CIERRE(WS-FICHERO-IDX)
                   MOVE SPACES TO WS-TEXTO-INCIDENCIA
                   STRING "CIERRE NO COINCIDE: CATALOGADO SEC "
                       WS-FICHERO-SEC-CIERRE(WS-FICHERO-IDX)
                       DELIMITED BY SIZE INTO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA-FICHERO
               END-IF
           END-IF
           PERFORM TOMA-CIERRE-CATALOGADO.

       COMPRUEBA-CIERRE-FIN.
           EXIT.

       COMPRUEBA-ESTADO.
      *    EL LOG EN CURSO NO TIENE CIERRE CATALOGADO: SU FINAL SE
      *    COMPARA CON EL QUE AUDITORIA DEJO EN AUDIT_CADENA.DAT
           IF NOT CADENA-CONOCIDA
               GO TO COMPRUEBA-ESTADO-FIN
           END-IF
           OPEN INPUT CADENA-FILE
           IF WS-CADENA-STATUS NOT = "00"
               GO TO COMPRUEBA-ESTADO-FIN
           END-IF
           READ CADENA-FILE
               AT END
                   MOVE ZERO TO CAD-SECUENCIA CAD-HASH
           END-READ
           CLOSE CADENA-FILE
           IF CAD-SECUENCIA IS NOT NUMERIC
                   OR CAD-HASH IS NOT NUMERIC
               GO TO COMPRUEBA-ESTADO-FIN
           END-IF
           MOVE "AUDIT_TRAIL.LOG" TO WS-NOMBRE-AUDITORIA
           EVALUATE TRUE
               WHEN CAD-SECUENCIA > WS-ESP-SECUENCIA
                   MOVE SPACES TO WS-TEXTO-INCIDENCIA
                   STRING "FALTAN REGISTROS AL FINAL: ESTADO SEC "
                       CAD-SECUENCIA
                       DELIMITED BY SIZE INTO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA-FICHERO
               WHEN CAD-SECUENCIA = WS-ESP-SECUENCIA
                       AND CAD-HASH NOT = WS-ESP-HASH
                   MOVE "ULTIMO REGISTRO DISTINTO DEL DE AUDIT_CADENA"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ESCRIBE-INCIDENCIA-FICHERO
               WHEN CAD-SECUENCIA < WS-ESP-SECUENCIA
      *            UNA CORRIDA SIN FIN-RUN DEJA EL ESTADO ATRASADO;
      *            LA CADENA DEL LOG YA SE VERIFICO REGISTRO A REGISTRO
                   MOVE SPACES TO CADENA-REPORT-RECORD
                   STRING "AVISO: AUDIT_CADENA.DAT ATRASADO (SEC "
                       CAD-SECUENCIA "), CORRIDA SIN FIN-RUN"
                       DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
                   WRITE CADENA-REPORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPRUEBA-ESTADO-FIN.
           EXIT.

       ESCRIBE-INCIDENCIA.
           ADD 1 TO WS-CONT-INCIDENCIAS
           MOVE SPACES TO CADENA-REPORT-RECORD
           STRING "  " WS-NOMBRE-AUDITORIA(1:22) " REG " WS-REG-NUM
               " SEC " AUD-SECUENCIA ": " WS-TEXTO-INCIDENCIA
               DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           MOVE SPACES TO CADENA-REPORT-RECORD
           STRING "      " AUD-FECHA " " AUD-HORA(1:6) " "
               AUD-OPERADOR " " AUD-PROGRAMA " " AUD-EVENTO
               DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           IF WS-PRIMERA-INCIDENCIA = SPACES
               STRING WS-NOMBRE-AUDITORIA(1:22) " REG " WS-REG-NUM
                   DELIMITED BY SIZE INTO WS-PRIMERA-INCIDENCIA
           END-IF.

       ESCRIBE-INCIDENCIA-FICHERO.
           ADD 1 TO WS-CONT-INCIDENCIAS
           MOVE SPACES TO CADENA-REPORT-RECORD
           STRING "  " WS-NOMBRE-AUDITORIA(1:22) " TRAS REG "
               WS-REG-NUM
               ": " WS-TEXTO-INCIDENCIA
               DELIMITED BY SIZE INTO CADENA-REPORT-RECORD
           WRITE CADENA-REPORT-RECORD
           IF WS-PRIMERA-INCIDENCIA = SPACES
               STRING WS-NOMBRE-AUDITORIA(1:22) " TRAS REG " WS-REG-NUM
                   DELIMITED BY SIZE INTO WS-PRIMERA-INCIDENCIA
           END-IF.

       GRABA-ALERTA.
           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           MOVE SPACES TO ALERTA-RECORD
           STRING "ALERTA CADENA AUDITORIA ROTA EN "
               WS-PRIMERA-INCIDENCIA
               DELIMITED BY SIZE INTO ALERTA-RECORD
           IF WS-ALERTAS-STATUS = "00"
               WRITE ALERTA-RECORD
               CLOSE ALERTAS-FILE
           END-IF
           DISPLAY ALERTA-RECORD.

       END PROGRAM VERIFICA-CADENA.
