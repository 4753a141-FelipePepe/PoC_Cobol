      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe mensual de segregacion de funciones. Las
      *          bajas, los cambios de tasa, los fallidos, los asientos
      *          manuales y las purgas pasan por doble control, pero
      *          nada comprobaba despues que quien solicito y quien
      *          aprobo fueran personas distintas, ni que un mismo
      *          operador no acumulara permisos incompatibles. Este
      *          informe hace las dos comprobaciones:
      *          - Permisos: cruza las marcas S/N de OPERADORES.DAT
      *            (COPY OPERAREC) con la matriz de incompatibilidades
      *            de SEGREGACION_CONTROL.DAT, una tarjeta por pareja
      *            prohibida con los nombres de funcion de SEGURIDAD:
      *                CONFLICTO=BAJA,REVISION
      *            La matriz se mantiene en la tarjeta, sin tocar el
      *            programa.
      *          - Aprobaciones: recorre las generaciones de auditoria
      *            catalogadas por CORTE-AUDITORIA (CBL_50) en
      *            AUDIT_GENERACIONES.DAT y el AUDIT_TRAIL.LOG en curso,
      *            se queda con las aprobaciones aplicadas del periodo
      *            (PARAMLEE SEGREGA-FUNCIONES PERIODO, AAAAMM; por
      *            defecto el mes anterior) y marca toda aquella cuyo
      *            AUD-OPERADOR coincide con el SOLICITANTE= o el
      *            PREPARADOR= que el programa aprobador deja en el
      *            detalle. Para cubrir el mes entero, AUDITGEN_CONTROL
      *            debe conservar al menos 31 generaciones.
      *          Los hallazgos van a INFORME_SEGREGACION.TXT, con hoja
      *          de firma para cumplimiento, y uno por uno a
      *          ALERTAS_OPERADOR.DAT para CONSOLA-ALERTAS (CBL_97).
      *          Termina con RC 4 si hay algun hallazgo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGA-FUNCIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SEGREGACION_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT CATALOGO-FILE ASSIGN TO "AUDIT_GENERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SEGREGACION-REPORT
               ASSIGN TO "INFORME_SEGREGACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(80).

       FD  OPERADORES-FILE.
       COPY OPERAREC.

       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-FECHA PIC 9(8).
           05  CAT-GENERACION PIC X(30).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  SEGREGACION-REPORT.
       01  SEGREGACION-RECORD PIC X(100).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-OPERADORES-STATUS PIC XX.
       01  WS-CATALOGO-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-EOF-OPERADORES PIC X VALUE "N".
           88  FIN-OPERADORES VALUE "Y".
       01  WS-EOF-CATALOGO PIC X VALUE "N".
           88  FIN-CATALOGO VALUE "Y".
       01  WS-EOF-AUDIT PIC X VALUE "N".
           88  FIN-AUDIT VALUE "Y".
       01  WS-HAY-ALERTAS PIC X VALUE "N".
           88  HAY-ALERTAS VALUE "Y".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-PERIODO-INFORME PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-INFORME.
           05  WS-INF-EJERCICIO PIC 9(4).
           05  WS-INF-MES PIC 99.
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

      *    NOMBRES DE FUNCION DE SEGURIDAD, EN EL ORDEN DE LAS MARCAS
      *    OP-PERM DE OPERAREC
       01  WS-FUNCIONES-VALORES.
           05  FILLER PIC X(10) VALUE "BAJA      ".
           05  FILLER PIC X(10) VALUE "CAMBIO    ".
           05  FILLER PIC X(10) VALUE "PURGA     ".
           05  FILLER PIC X(10) VALUE "SUSPENSO  ".
           05  FILLER PIC X(10) VALUE "APRTASA   ".
           05  FILLER PIC X(10) VALUE "ALERTA    ".
           05  FILLER PIC X(10) VALUE "EXPOSICION".
           05  FILLER PIC X(10) VALUE "FALLIDO   ".
           05  FILLER PIC X(10) VALUE "REVISION  ".
           05  FILLER PIC X(10) VALUE "CREDITO   ".
           05  FILLER PIC X(10) VALUE "ASIENTO   ".
           05  FILLER PIC X(10) VALUE "CLAVES    ".
           05  FILLER PIC X(10) VALUE "EMERGENCIA".
       01  WS-FUNCIONES REDEFINES WS-FUNCIONES-VALORES.
           05  WS-FUNCION-NOMBRE PIC X(10) OCCURS 13 TIMES.
       01  WS-FUN-IDX PIC 99.

      *    MATRIZ DE INCOMPATIBILIDADES: PAREJAS DE POSICIONES EN
      *    WS-FUNCION-NOMBRE
       01  WS-CONFLICTO-TABLA.
           05  WS-CONFLICTO-ENT OCCURS 78 TIMES.
               10  WS-CONF-FUNCION-1 PIC 99.
               10  WS-CONF-FUNCION-2 PIC 99.
       01  WS-CONF-TOTAL PIC 99 VALUE ZERO.
       01  WS-CONF-IDX PIC 99.
       01  WS-CAMPO-FUNCION-1 PIC X(10).
       01  WS-CAMPO-FUNCION-2 PIC X(10).
       01  WS-POS-FUNCION-1 PIC 99.
       01  WS-POS-FUNCION-2 PIC 99.
       01  WS-FUNCION-BUSCADA PIC X(10).
       01  WS-POS-ENCONTRADA PIC 99.

       01  WS-OP-PERMISOS.
           05  WS-OP-PERMISO PIC X OCCURS 13 TIMES.

      *    FICHEROS DE AUDITORIA A RECORRER: LAS GENERACIONES
      *    CATALOGADAS Y, AL FINAL, EL LOG EN CURSO
       01  WS-FICHERO-TABLA.
           05  WS-FICHERO-NOMBRE PIC X(30) OCCURS 61 TIMES.
       01  WS-FICHERO-TOTAL PIC 99 VALUE ZERO.
       01  WS-FICHERO-IDX PIC 99.
       01  WS-NOMBRE-AUDITORIA PIC X(30).

       01  WS-TIENE-MARCADOR PIC 9(3).
       01  WS-DESCARTE PIC X(100).
       01  WS-RESTO PIC X(100).
       01  WS-SOLICITANTE PIC X(20).

       01  WS-CONT-OPERADORES PIC 9(5) VALUE ZERO.
       01  WS-CONT-CONFLICTOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-APROBACIONES PIC 9(7) VALUE ZERO.
       01  WS-CONT-AUTOAPROBADAS PIC 9(5) VALUE ZERO.
       01  WS-CONT-FICHEROS PIC 99 VALUE ZERO.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "SEGREGA-FUNCIONES".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "SEGREGA".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "SEGREGA-FUNCIONES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM FIJA-PERIODO
           PERFORM CARGA-CONFLICTOS THRU CARGA-CONFLICTOS-FIN

           OPEN OUTPUT SEGREGACION-REPORT
           CALL "RPTHDR" USING "SEGREGA-FUNCIONES"
               "INFORME_SEGREGACION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "SEGREGACION DE FUNCIONES, PERIODO "
               WS-PERIODO-INFORME
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD

           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           IF WS-ALERTAS-STATUS = "00"
               SET HAY-ALERTAS TO TRUE
           ELSE
               DISPLAY "AVISO: ALERTAS_OPERADOR.DAT NO DISPONIBLE, "
                   "LOS HALLAZGOS QUEDAN SOLO EN EL INFORME"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM REVISA-PERMISOS THRU REVISA-PERMISOS-FIN
           PERFORM REVISA-APROBACIONES

           MOVE SPACES TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "OPERADORES REVISADOS=" WS-CONT-OPERADORES
               " CON PERMISOS INCOMPATIBLES=" WS-CONT-CONFLICTOS
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "APROBACIONES REVISADAS=" WS-CONT-APROBACIONES
               " APROBADAS POR EL PROPIO SOLICITANTE="
               WS-CONT-AUTOAPROBADAS
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "REVISADO POR CUMPLIMIENTO: ________________"
               "  FECHA: ______"
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           CLOSE SEGREGACION-REPORT
           IF HAY-ALERTAS
               CLOSE ALERTAS-FILE
           END-IF

           MOVE WS-PERIODO-INFORME TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "SEGREGACION PERIODO=" WS-PERIODO-INFORME
               " CONFLICTOS=" WS-CONT-CONFLICTOS
               " AUTOAPROBADAS=" WS-CONT-AUTOAPROBADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "SEGREGACION " WS-PERIODO-INFORME
               ": OPERADORES=" WS-CONT-OPERADORES
               " CONFLICTOS=" WS-CONT-CONFLICTOS
               " APROBACIONES=" WS-CONT-APROBACIONES
               " AUTOAPROBADAS=" WS-CONT-AUTOAPROBADAS
           IF (WS-CONT-CONFLICTOS > ZERO
                   OR WS-CONT-AUTOAPROBADAS > ZERO)
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       FIJA-PERIODO.
      *    SIN PARAMETRO, EL MES ANTERIOR A LA FECHA DE PROCESO
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-INFORME
           IF WS-INF-MES = 1
               SUBTRACT 1 FROM WS-INF-EJERCICIO
               MOVE 12 TO WS-INF-MES
           ELSE
               SUBTRACT 1 FROM WS-INF-MES
           END-IF

           CALL "PARAMLEE" USING "SEGREGA-FUNCIONES   "
               "PERIODO             " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:6) IS NUMERIC
                       AND WS-PARAM-VALOR(7:) = SPACES
                       AND WS-PARAM-VALOR(5:2) >= "01"
                       AND WS-PARAM-VALOR(5:2) <= "12"
                   MOVE WS-PARAM-VALOR(1:6) TO WS-PERIODO-INFORME
               ELSE
                   DISPLAY "AVISO: PERIODO NO VALIDO, SE USA "
                       WS-PERIODO-INFORME
               END-IF
           END-IF.

       CARGA-CONFLICTOS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "AVISO: SEGREGACION_CONTROL.DAT NO DISPONIBLE, "
                   "NO SE REVISAN PERMISOS INCOMPATIBLES"
               MOVE 4 TO WS-RETURN-CODE
               GO TO CARGA-CONFLICTOS-FIN
           END-IF
           PERFORM LEE-CONTROL
           PERFORM UNTIL FIN-CONTROL
               PERFORM TRATA-TARJETA
               PERFORM LEE-CONTROL
           END-PERFORM
           CLOSE CONTROL-FILE.

       CARGA-CONFLICTOS-FIN.
           EXIT.

       LEE-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       TRATA-TARJETA.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:10) = "CONFLICTO="
                   PERFORM TRATA-CONFLICTO THRU TRATA-CONFLICTO-FIN
               WHEN CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM LINEA-NO-VALIDA
           END-EVALUATE.

       TRATA-CONFLICTO.
           MOVE SPACES TO WS-CAMPO-FUNCION-1 WS-CAMPO-FUNCION-2
           UNSTRING CONTROL-RECORD(11:) DELIMITED BY "," OR SPACE
               INTO WS-CAMPO-FUNCION-1 WS-CAMPO-FUNCION-2
           END-UNSTRING
           MOVE WS-CAMPO-FUNCION-1 TO WS-FUNCION-BUSCADA
           PERFORM BUSCA-FUNCION
           MOVE WS-POS-ENCONTRADA TO WS-POS-FUNCION-1
           MOVE WS-CAMPO-FUNCION-2 TO WS-FUNCION-BUSCADA
           PERFORM BUSCA-FUNCION
           MOVE WS-POS-ENCONTRADA TO WS-POS-FUNCION-2
           IF WS-POS-FUNCION-1 = ZERO OR WS-POS-FUNCION-2 = ZERO
                   OR WS-POS-FUNCION-1 = WS-POS-FUNCION-2
               PERFORM LINEA-NO-VALIDA
               GO TO TRATA-CONFLICTO-FIN
           END-IF
           IF WS-CONF-TOTAL >= 78
               DISPLAY "AVISO: MAS DE 78 CONFLICTOS, SE IGNORA "
                   CONTROL-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO TRATA-CONFLICTO-FIN
           END-IF
           ADD 1 TO WS-CONF-TOTAL
           MOVE WS-POS-FUNCION-1 TO WS-CONF-FUNCION-1(WS-CONF-TOTAL)
           MOVE WS-POS-FUNCION-2 TO WS-CONF-FUNCION-2(WS-CONF-TOTAL).

       TRATA-CONFLICTO-FIN.
           EXIT.

       BUSCA-FUNCION.
           MOVE ZERO TO WS-POS-ENCONTRADA
           PERFORM VARYING WS-FUN-IDX FROM 1 BY 1
                   UNTIL WS-FUN-IDX > 13 OR WS-POS-ENCONTRADA > ZERO
               IF WS-FUNCION-NOMBRE(WS-FUN-IDX) = WS-FUNCION-BUSCADA
                   MOVE WS-FUN-IDX TO WS-POS-ENCONTRADA
               END-IF
           END-PERFORM.

       LINEA-NO-VALIDA.
           DISPLAY "LINEA DE TARJETA NO VALIDA: " CONTROL-RECORD
           MOVE 8 TO WS-RETURN-CODE.

       REVISA-PERMISOS.
           MOVE SPACES TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE "OPERADORES CON PERMISOS INCOMPATIBLES"
               TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           IF WS-CONF-TOTAL = ZERO
               MOVE "  SIN MATRIZ DE INCOMPATIBILIDADES, NO REVISADO"
                   TO SEGREGACION-RECORD
               WRITE SEGREGACION-RECORD
               GO TO REVISA-PERMISOS-FIN
           END-IF
           OPEN INPUT OPERADORES-FILE
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "AVISO: OPERADORES.DAT NO DISPONIBLE, NO SE "
                   "REVISAN PERMISOS INCOMPATIBLES"
               MOVE "  OPERADORES.DAT NO DISPONIBLE, NO REVISADO"
                   TO SEGREGACION-RECORD
               WRITE SEGREGACION-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO REVISA-PERMISOS-FIN
           END-IF
           PERFORM LEE-OPERADOR
           PERFORM UNTIL FIN-OPERADORES
               ADD 1 TO WS-CONT-OPERADORES
               PERFORM REVISA-OPERADOR
               PERFORM LEE-OPERADOR
           END-PERFORM
           CLOSE OPERADORES-FILE.

       REVISA-PERMISOS-FIN.
           EXIT.

       LEE-OPERADOR.
           READ OPERADORES-FILE
               AT END
                   SET FIN-OPERADORES TO TRUE
           END-READ.

       REVISA-OPERADOR.
           MOVE OP-PERM-BAJA TO WS-OP-PERMISO(1)
           MOVE OP-PERM-CAMBIO TO WS-OP-PERMISO(2)
           MOVE OP-PERM-PURGA TO WS-OP-PERMISO(3)
           MOVE OP-PERM-SUSPENSO TO WS-OP-PERMISO(4)
           MOVE OP-PERM-APRTASA TO WS-OP-PERMISO(5)
           MOVE OP-PERM-ALERTA TO WS-OP-PERMISO(6)
           MOVE OP-PERM-EXPOSICION TO WS-OP-PERMISO(7)
           MOVE OP-PERM-FALLIDO TO WS-OP-PERMISO(8)
           MOVE OP-PERM-REVISION TO WS-OP-PERMISO(9)
           MOVE OP-PERM-CREDITO TO WS-OP-PERMISO(10)
           MOVE OP-PERM-ASIENTO TO WS-OP-PERMISO(11)
           MOVE OP-PERM-CLAVES TO WS-OP-PERMISO(12)
           MOVE OP-PERM-EMERGENCIA TO WS-OP-PERMISO(13)
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TOTAL
               IF WS-OP-PERMISO(WS-CONF-FUNCION-1(WS-CONF-IDX)) = "S"
                       AND WS-OP-PERMISO(WS-CONF-FUNCION-2(WS-CONF-IDX))
                       = "S"
                   PERFORM ESCRIBE-CONFLICTO
               END-IF
           END-PERFORM.

       ESCRIBE-CONFLICTO.
           ADD 1 TO WS-CONT-CONFLICTOS
           MOVE WS-CONF-FUNCION-1(WS-CONF-IDX) TO WS-POS-FUNCION-1
           MOVE WS-CONF-FUNCION-2(WS-CONF-IDX) TO WS-POS-FUNCION-2
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "  " OP-ID " " OP-NOMBRE " TIENE "
               WS-FUNCION-NOMBRE(WS-POS-FUNCION-1) " Y "
               WS-FUNCION-NOMBRE(WS-POS-FUNCION-2)
               " <== INCOMPATIBLES"
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO ALERTA-RECORD
           STRING "ALERTA SEGREGACION: OPERADOR " OP-ID
               " TIENE " WS-FUNCION-NOMBRE(WS-POS-FUNCION-1)
               " Y " WS-FUNCION-NOMBRE(WS-POS-FUNCION-2)
               DELIMITED BY SIZE INTO ALERTA-RECORD
           PERFORM GRABA-ALERTA.

       REVISA-APROBACIONES.
           MOVE SPACES TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE "APROBACIONES HECHAS POR EL PROPIO SOLICITANTE"
               TO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD

           PERFORM CARGA-CATALOGO THRU CARGA-CATALOGO-FIN
           ADD 1 TO WS-FICHERO-TOTAL
           MOVE "AUDIT_TRAIL.LOG" TO WS-FICHERO-NOMBRE(WS-FICHERO-TOTAL)

           PERFORM VARYING WS-FICHERO-IDX FROM 1 BY 1
                   UNTIL WS-FICHERO-IDX > WS-FICHERO-TOTAL
               PERFORM RECORRE-FICHERO THRU RECORRE-FICHERO-FIN
           END-PERFORM
           IF WS-CONT-FICHEROS = ZERO
               DISPLAY "AVISO: NINGUN FICHERO DE AUDITORIA DISPONIBLE, "
                   "NO SE REVISAN APROBACIONES"
               MOVE "  SIN FICHEROS DE AUDITORIA, NO REVISADO"
                   TO SEGREGACION-RECORD
               WRITE SEGREGACION-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       CARGA-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               GO TO CARGA-CATALOGO-FIN
           END-IF
           PERFORM LEE-CATALOGO
           PERFORM UNTIL FIN-CATALOGO OR WS-FICHERO-TOTAL >= 60
      *        UNA GENERACION SOLO TRAE LINEAS DE SU DIA: LAS DE OTROS
      *        MESES NO HACE FALTA ABRIRLAS
               IF CAT-FECHA(1:6) = WS-PERIODO-INFORME
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
           ADD 1 TO WS-CONT-FICHEROS
           MOVE "N" TO WS-EOF-AUDIT
           PERFORM LEE-AUDIT
           PERFORM UNTIL FIN-AUDIT
               IF AUD-FECHA(1:6) = WS-PERIODO-INFORME
                   PERFORM REVISA-EVENTO THRU REVISA-EVENTO-FIN
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

       REVISA-EVENTO.
      *    SOLO CUENTAN LAS DECISIONES QUE APLICAN ALGO; UN RECHAZO
      *    DEL PROPIO SOLICITANTE NO SALTA EL DOBLE CONTROL
           MOVE ZERO TO WS-TIENE-MARCADOR
           INSPECT AUD-DETALLE TALLYING WS-TIENE-MARCADOR
               FOR ALL "APLICAD" ALL "APROBADO"
           IF WS-TIENE-MARCADOR = ZERO
               GO TO REVISA-EVENTO-FIN
           END-IF
           MOVE ZERO TO WS-TIENE-MARCADOR
           INSPECT AUD-DETALLE TALLYING WS-TIENE-MARCADOR
               FOR ALL "SOLICITANTE=" ALL "PREPARADOR="
           IF WS-TIENE-MARCADOR = ZERO
               GO TO REVISA-EVENTO-FIN
           END-IF
           MOVE SPACES TO WS-RESTO
           UNSTRING AUD-DETALLE
               DELIMITED BY "SOLICITANTE=" OR "PREPARADOR="
               INTO WS-DESCARTE WS-RESTO
           MOVE SPACES TO WS-SOLICITANTE
           UNSTRING WS-RESTO DELIMITED BY SPACE OR ")"
               INTO WS-SOLICITANTE
           IF WS-SOLICITANTE = SPACES
               GO TO REVISA-EVENTO-FIN
           END-IF
           ADD 1 TO WS-CONT-APROBACIONES
           IF WS-SOLICITANTE NOT = AUD-OPERADOR
               GO TO REVISA-EVENTO-FIN
           END-IF

           ADD 1 TO WS-CONT-AUTOAPROBADAS
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "  " AUD-FECHA " " AUD-HORA(1:6) " "
               AUD-PROGRAMA " " AUD-CLAVE " OPERADOR=" AUD-OPERADOR
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO SEGREGACION-RECORD
           STRING "      " AUD-DETALLE
               DELIMITED BY SIZE INTO SEGREGACION-RECORD
           WRITE SEGREGACION-RECORD
           MOVE SPACES TO ALERTA-RECORD
           STRING "ALERTA SEGREGACION: " AUD-OPERADOR(1:10)
               " AUTOAPROBACION EN " AUD-PROGRAMA " " AUD-FECHA
               DELIMITED BY SIZE INTO ALERTA-RECORD
           PERFORM GRABA-ALERTA.

       REVISA-EVENTO-FIN.
           EXIT.

       GRABA-ALERTA.
           IF HAY-ALERTAS
               WRITE ALERTA-RECORD
           END-IF
           DISPLAY ALERTA-RECORD.

       END PROGRAM SEGREGA-FUNCIONES.
