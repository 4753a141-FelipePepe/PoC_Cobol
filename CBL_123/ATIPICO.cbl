      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deteccion de importes atipicos por grupo. TENDENCIA-
      *          VOLUMEN vigila cuantas operaciones llegan, pero no ve
      *          una operacion suelta cuyo importe no tiene nada que
      *          ver con lo que su GRUPO manda siempre. Este paso
      *          mantiene en PERFIL_GRUPOS_HISTORIA.DAT los agregados
      *          diarios por grupo de las operaciones del dia en el
      *          historico OPERACIONES_HISTORICO.DAT (numero de
      *          operaciones, suma y suma de cuadrados de NUM1, NUM2 y
      *          RESULT en moneda base), y con los de la ventana de
      *          dias configurada arma el perfil de cada grupo: media
      *          y desviacion tipica de cada medida. Cada operacion
      *          de la noche se puntua por cuantas desviaciones se
      *          aparta de la media de su grupo, y se queda con la
      *          peor de sus tres medidas. Las que pasan el umbral de
      *          informe salen en INFORME_ATIPICOS.TXT; las que pasan
      *          el umbral de alerta van ademas a la consola central
      *          COLA_ALERTAS.DAT, antes de que corra la interfaz
      *          contable. La tarjeta opcional ATIPICOS_CONTROL.DAT
      *          admite, una por linea:
      *              DIAS=nnn          ventana del perfil en dias (90)
      *              INFORME=nn        desviaciones para informe (3)
      *              ALERTA=nn         desviaciones para alerta (5)
      *              MINIMO=nnnn       operaciones minimas en el
      *                                perfil para puntuar (30)
      *          Los agregados de hoy sustituyen a los de una corrida
      *          anterior del mismo dia y lo que cae fuera de la
      *          ventana se purga al regrabar la historia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIPICOS-GRUPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE
               ASSIGN TO "OPERACIONES_HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH-CLAVE
               ALTERNATE RECORD KEY IS OPH-ORIGEN WITH DUPLICATES
               ALTERNATE RECORD KEY IS OPH-SUCURSAL WITH DUPLICATES
               FILE STATUS IS WS-HISTORICO-STATUS.

      *    TARJETA DE CONTROL OPCIONAL CON VENTANA Y UMBRALES
           SELECT ATIPICOS-CONTROL-FILE
               ASSIGN TO "ATIPICOS_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "PERFIL_GRUPOS_HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

      *    COPIA DE TRABAJO DE LA HISTORIA QUE SIGUE EN VENTANA
           SELECT HISTORIA-TRABAJO-FILE
               ASSIGN TO "PERFIL_GRUPOS_TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.

           SELECT ATIPICOS-REPORT ASSIGN TO "INFORME_ATIPICOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT COLA-FILE ASSIGN TO "COLA_ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
       COPY OPHISREC.

       FD  ATIPICOS-CONTROL-FILE.
       01  ATIPICOS-CONTROL-RECORD PIC X(80).

      *    UNA FILA POR FECHA DE PROCESO Y GRUPO; LAS MEDIDAS VAN EN
      *    EL ORDEN NUM1, NUM2, RESULT EN MONEDA BASE
       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HP-FECHA PIC 9(8).
           05  HP-GRUPO PIC X(7).
           05  HP-CONT PIC 9(6).
           05  HP-MEDIDA OCCURS 3 TIMES.
               10  HP-SUMA PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
               10  HP-CUADRADOS PIC 9(14)V99.

       FD  HISTORIA-TRABAJO-FILE.
       01  HISTORIA-TRABAJO-RECORD PIC X(140).

       FD  ATIPICOS-REPORT.
       01  ATIPICOS-RECORD PIC X(100).

       FD  COLA-FILE.
       01  COLA-RECORD.
           05  QUE-ESTADO PIC X.
           05  QUE-ORIGEN PIC X(10).
           05  QUE-FECHA PIC 9(8).
           05  QUE-TEXTO PIC X(100).
           05  QUE-OPERADOR PIC X(20).
           05  QUE-NOTA PIC X(30).
           05  QUE-FECHA-ACUSE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-TRABAJO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-COLA-STATUS PIC XX.
       01  WS-EOF-HISTORICO PIC X VALUE "N".
           88  FIN-HISTORICO VALUE "Y".
       01  WS-EOF-CONTROL PIC X VALUE "N".
           88  FIN-CONTROL VALUE "Y".
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-EOF-TRABAJO PIC X VALUE "N".
           88  FIN-TRABAJO VALUE "Y".
       01  WS-COLA-ABIERTA PIC X VALUE "N".
           88  COLA-ABIERTA VALUE "Y".

      *    PARAMETROS, CON SUS VALORES POR DEFECTO
       01  WS-DIAS-VENTANA PIC 9(3) VALUE 90.
       01  WS-UMBRAL-INFORME PIC 9(2) VALUE 3.
       01  WS-UMBRAL-ALERTA PIC 9(2) VALUE 5.
       01  WS-MINIMO-PERFIL PIC 9(4) VALUE 30.

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-DIA-CORTE PIC 9(8).
       01  WS-DIA-HISTORIA PIC 9(8).


      *    PERFIL DE CADA GRUPO CON LA HISTORIA EN VENTANA
       01  WS-PERFIL-TABLA.
           05  WS-PER-ENT OCCURS 200 TIMES.
               10  WS-PER-GRUPO PIC X(7).
               10  WS-PER-CONT PIC 9(8).
               10  WS-PER-MEDIDA OCCURS 3 TIMES.
                   15  WS-PER-SUMA PIC S9(13)V99.
                   15  WS-PER-CUADRADOS PIC 9(16)V99.
       01  WS-PER-TOTAL PIC 9(3) VALUE ZERO.

      *    AGREGADOS DE LA CORRIDA DE HOY, QUE PASAN A LA HISTORIA
       01  WS-DIA-TABLA.
           05  WS-DIA-ENT OCCURS 200 TIMES.
               10  WS-DIA-GRUPO PIC X(7).
               10  WS-DIA-CONT PIC 9(6).
               10  WS-DIA-MEDIDA OCCURS 3 TIMES.
                   15  WS-DIA-SUMA PIC S9(11)V99.
                   15  WS-DIA-CUADRADOS PIC 9(14)V99.
       01  WS-DIA-TOTAL PIC 9(3) VALUE ZERO.

       01  WS-IDX PIC 9(3).
       01  WS-IDX-PER PIC 9(3).
       01  WS-MED PIC 9.
       01  WS-GRUPO-BUSCADO PIC X(7).

       01  WS-VALORES.
           05  WS-VALOR OCCURS 3 TIMES PIC S9(9)V99.
       01  WS-MEDIA PIC S9(9)V99.
       01  WS-VARIANZA PIC S9(16)V9(4).
       01  WS-DESVIO PIC 9(9)V9(4).
       01  WS-PUNTUACION PIC 9(3)V9.
       01  WS-PEOR-PUNTUACION PIC 9(3)V9.
       01  WS-PEOR-MEDIDA PIC 9.
       01  WS-PEOR-MEDIA PIC S9(9)V99.
       01  WS-PEOR-DESVIO PIC 9(9)V9(4).
       01  WS-PUNTUACION-ED PIC ZZ9.9.

       01  WS-NOMBRES-MEDIDA.
           05  FILLER PIC X(6) VALUE "NUM1".
           05  FILLER PIC X(6) VALUE "NUM2".
           05  FILLER PIC X(6) VALUE "RESULT".
       01  WS-NOMBRES-R REDEFINES WS-NOMBRES-MEDIDA.
           05  WS-NOMBRE-MEDIDA OCCURS 3 TIMES PIC X(6).

       01  WS-CONT-OPERACIONES PIC 9(6) VALUE ZERO.
       01  WS-CONT-SIN-PERFIL PIC 9(6) VALUE ZERO.
       01  WS-CONT-ATIPICAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-ALERTAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-HISTORIA PIC 9(6) VALUE ZERO.
       01  WS-CONT-PURGADAS PIC 9(6) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-VALOR PIC X(18).
       01  WS-IMPORTE-MEDIA PIC X(18).
       01  WS-IMPORTE-DESVIO PIC X(18).
       01  WS-MARCA-ALERTA PIC X(6).

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ATIPICOS-GRUPO".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ATIPICOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ATIPICOS-GRUPO".
           CALL "FECHAPROC" USING WS-FECHA-HOY.

           PERFORM LEE-CONTROL-ATIPICOS THRU LEE-CONTROL-ATIPICOS-FIN

           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "AVISO: OPERACIONES_HISTORICO.DAT NO "
                   "DISPONIBLE, NO SE PUNTUAN ATIPICOS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    EL PERFIL SE ARMA SOLO CON LOS DIAS ANTERIORES A HOY QUE
      *    CAEN DENTRO DE LA VENTANA
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - WS-DIAS-VENTANA
           PERFORM CARGA-PERFIL THRU CARGA-PERFIL-FIN
           IF WS-RETURN-CODE > 4
               CLOSE HISTORICO-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ATIPICOS-REPORT
           CALL "RPTHDR" USING "ATIPICOS-GRUPO"
               "INFORME_ATIPICOS.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           MOVE SPACES TO ATIPICOS-RECORD
           STRING "VENTANA=" WS-DIAS-VENTANA " DIAS  INFORME>="
               WS-UMBRAL-INFORME " DESV  ALERTA>=" WS-UMBRAL-ALERTA
               " DESV  MINIMO=" WS-MINIMO-PERFIL " OPERACIONES"
               DELIMITED BY SIZE INTO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           MOVE SPACES TO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           MOVE SPACES TO ATIPICOS-RECORD
           STRING "GRUPO   OPERACION  SUC  MEDIDA "
               "             VALOR              MEDIA"
               "             DESVIO PUNTOS"
               DELIMITED BY SIZE INTO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD

           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIN-HISTORICO
               PERFORM PUNTUA-OPERACION THRU PUNTUA-OPERACION-FIN
               PERFORM LEE-HISTORICO
           END-PERFORM
           CLOSE HISTORICO-FILE
           IF COLA-ABIERTA
               CLOSE COLA-FILE
           END-IF

           MOVE SPACES TO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           MOVE SPACES TO ATIPICOS-RECORD
           STRING "OPERACIONES PUNTUADAS: " WS-CONT-OPERACIONES
               "  SIN PERFIL SUFICIENTE: " WS-CONT-SIN-PERFIL
               DELIMITED BY SIZE INTO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           MOVE SPACES TO ATIPICOS-RECORD
           STRING "ATIPICAS EN INFORME: " WS-CONT-ATIPICAS
               "  ELEVADAS A LA CONSOLA DE ALERTAS: " WS-CONT-ALERTAS
               DELIMITED BY SIZE INTO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD
           CLOSE ATIPICOS-REPORT

           PERFORM GRABA-HISTORIA THRU GRABA-HISTORIA-FIN

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "FECHA=" WS-FECHA-HOY " PUNTUADAS="
               WS-CONT-OPERACIONES " ATIPICAS=" WS-CONT-ATIPICAS
               " ALERTAS=" WS-CONT-ALERTAS " SIN-PERFIL="
               WS-CONT-SIN-PERFIL " PURGADAS=" WS-CONT-PURGADAS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "ATIPICOS POR GRUPO: " WS-CONT-ATIPICAS
               " EN INFORME, " WS-CONT-ALERTAS " A LA CONSOLA"

           IF WS-CONT-ATIPICAS > ZERO
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-CONTROL-ATIPICOS.
           OPEN INPUT ATIPICOS-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               GO TO LEE-CONTROL-ATIPICOS-FIN
           END-IF
           PERFORM LEE-LINEA-CONTROL
           PERFORM UNTIL FIN-CONTROL
               EVALUATE TRUE
                   WHEN ATIPICOS-CONTROL-RECORD(1:5) = "DIAS="
                           AND ATIPICOS-CONTROL-RECORD(6:3) NUMERIC
                       MOVE ATIPICOS-CONTROL-RECORD(6:3)
                           TO WS-DIAS-VENTANA
                   WHEN ATIPICOS-CONTROL-RECORD(1:8) = "INFORME="
                           AND ATIPICOS-CONTROL-RECORD(9:2) NUMERIC
                       MOVE ATIPICOS-CONTROL-RECORD(9:2)
                           TO WS-UMBRAL-INFORME
                   WHEN ATIPICOS-CONTROL-RECORD(1:7) = "ALERTA="
                           AND ATIPICOS-CONTROL-RECORD(8:2) NUMERIC
                       MOVE ATIPICOS-CONTROL-RECORD(8:2)
                           TO WS-UMBRAL-ALERTA
                   WHEN ATIPICOS-CONTROL-RECORD(1:7) = "MINIMO="
                           AND ATIPICOS-CONTROL-RECORD(8:4) NUMERIC
                       MOVE ATIPICOS-CONTROL-RECORD(8:4)
                           TO WS-MINIMO-PERFIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM LEE-LINEA-CONTROL
           END-PERFORM
           CLOSE ATIPICOS-CONTROL-FILE
      *    UNA ALERTA POR DEBAJO DEL UMBRAL DE INFORME NO TENDRIA
      *    RASTRO EN EL LISTADO
           IF WS-UMBRAL-ALERTA < WS-UMBRAL-INFORME
               MOVE WS-UMBRAL-INFORME TO WS-UMBRAL-ALERTA
           END-IF
           IF WS-DIAS-VENTANA = ZERO
               MOVE 90 TO WS-DIAS-VENTANA
           END-IF
           DISPLAY "TARJETA DE CONTROL: DIAS=" WS-DIAS-VENTANA
               " INFORME=" WS-UMBRAL-INFORME " ALERTA="
               WS-UMBRAL-ALERTA " MINIMO=" WS-MINIMO-PERFIL.

       LEE-CONTROL-ATIPICOS-FIN.
           EXIT.

       LEE-LINEA-CONTROL.
           READ ATIPICOS-CONTROL-FILE
               AT END
                   SET FIN-CONTROL TO TRUE
           END-READ.

       CARGA-PERFIL.
      *    LA HISTORIA EN VENTANA SE ACUMULA EN EL PERFIL Y SE COPIA
      *    AL FICHERO DE TRABAJO; LO DE HOY Y LO CADUCADO SE DESCARTA
           OPEN OUTPUT HISTORIA-TRABAJO-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PERFIL_GRUPOS_TRABAJO.DAT" WS-TRABAJO-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO WS-RETURN-CODE
               GO TO CARGA-PERFIL-FIN
           END-IF
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "AVISO: SIN HISTORIA DE PERFILES, SE EMPIEZA "
                   "A ACUMULAR HOY"
               CLOSE HISTORIA-TRABAJO-FILE
               GO TO CARGA-PERFIL-FIN
           END-IF
           PERFORM LEE-HISTORIA
           PERFORM UNTIL FIN-HISTORIA
               IF HP-FECHA NUMERIC AND HP-FECHA > 19000000
                   COMPUTE WS-DIA-HISTORIA =
                       FUNCTION INTEGER-OF-DATE(HP-FECHA)
               ELSE
                   MOVE ZERO TO WS-DIA-HISTORIA
               END-IF
               IF WS-DIA-HISTORIA > WS-DIA-CORTE
                       AND HP-FECHA < WS-FECHA-HOY
                   PERFORM ACUMULA-PERFIL THRU ACUMULA-PERFIL-FIN
                   MOVE HISTORIA-RECORD TO HISTORIA-TRABAJO-RECORD
                   WRITE HISTORIA-TRABAJO-RECORD
                   ADD 1 TO WS-CONT-HISTORIA
               ELSE
                   IF HP-FECHA NOT = WS-FECHA-HOY
                       ADD 1 TO WS-CONT-PURGADAS
                   END-IF
               END-IF
               PERFORM LEE-HISTORIA
           END-PERFORM
           CLOSE HISTORIA-FILE
           CLOSE HISTORIA-TRABAJO-FILE.

       CARGA-PERFIL-FIN.
           EXIT.

       LEE-HISTORIA.
           READ HISTORIA-FILE
               AT END
                   SET FIN-HISTORIA TO TRUE
           END-READ.

       ACUMULA-PERFIL.
           MOVE HP-GRUPO TO WS-GRUPO-BUSCADO
           PERFORM BUSCA-PERFIL
           IF WS-IDX-PER = ZERO
               IF WS-PER-TOTAL NOT < 200
                   DISPLAY "AVISO: TABLA DE PERFILES LLENA, GRUPO "
                       HP-GRUPO " SIN PERFIL"
                   GO TO ACUMULA-PERFIL-FIN
               END-IF
               ADD 1 TO WS-PER-TOTAL
               MOVE WS-PER-TOTAL TO WS-IDX-PER
               MOVE HP-GRUPO TO WS-PER-GRUPO(WS-IDX-PER)
               MOVE ZERO TO WS-PER-CONT(WS-IDX-PER)
               PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
                   MOVE ZERO TO WS-PER-SUMA(WS-IDX-PER, WS-MED)
                   MOVE ZERO TO WS-PER-CUADRADOS(WS-IDX-PER, WS-MED)
               END-PERFORM
           END-IF
           ADD HP-CONT TO WS-PER-CONT(WS-IDX-PER)
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
               ADD HP-SUMA(WS-MED) TO WS-PER-SUMA(WS-IDX-PER, WS-MED)
               ADD HP-CUADRADOS(WS-MED)
                   TO WS-PER-CUADRADOS(WS-IDX-PER, WS-MED)
           END-PERFORM.

       ACUMULA-PERFIL-FIN.
           EXIT.

       BUSCA-PERFIL.
           MOVE ZERO TO WS-IDX-PER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PER-TOTAL OR WS-IDX-PER > ZERO
               IF WS-PER-GRUPO(WS-IDX) = WS-GRUPO-BUSCADO
                   MOVE WS-IDX TO WS-IDX-PER
               END-IF
           END-PERFORM.

      *    LAS OPERACIONES DEL DIA EMPIEZAN EN LA PRIMERA CLAVE DE LA
      *    FECHA DE PROCESO Y ACABAN AL CAMBIAR DE FECHA
       POSICIONA-HISTORICO.
           MOVE LOW-VALUES TO OPH-CLAVE
           MOVE WS-FECHA-HOY TO OPH-FECHA
           START HISTORICO-FILE KEY IS >= OPH-CLAVE
               INVALID KEY
                   SET FIN-HISTORICO TO TRUE
           END-START
           IF NOT FIN-HISTORICO
               PERFORM LEE-HISTORICO
           END-IF.

       LEE-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET FIN-HISTORICO TO TRUE
           END-READ
           IF NOT FIN-HISTORICO AND OPH-FECHA NOT = WS-FECHA-HOY
               SET FIN-HISTORICO TO TRUE
           END-IF.

       PUNTUA-OPERACION.
      *    LAS ANULACIONES REPITEN CON SIGNO CONTRARIO UNA OPERACION
      *    YA PUNTUADA EN SU DIA: NI SE PUNTUAN NI ENTRAN AL PERFIL
           IF OPH-ES-ANULACION
               GO TO PUNTUA-OPERACION-FIN
           END-IF
           ADD 1 TO WS-CONT-OPERACIONES
           MOVE OPH-NUM1 TO WS-VALOR(1)
           MOVE OPH-NUM2 TO WS-VALOR(2)
           MOVE OPH-RESULT-BASE TO WS-VALOR(3)

           PERFORM ACUMULA-DIA THRU ACUMULA-DIA-FIN

           MOVE OPH-GRUPO TO WS-GRUPO-BUSCADO
           PERFORM BUSCA-PERFIL
           IF WS-IDX-PER = ZERO
               ADD 1 TO WS-CONT-SIN-PERFIL
               GO TO PUNTUA-OPERACION-FIN
           END-IF
           IF WS-PER-CONT(WS-IDX-PER) < WS-MINIMO-PERFIL
               ADD 1 TO WS-CONT-SIN-PERFIL
               GO TO PUNTUA-OPERACION-FIN
           END-IF

      *    SE PUNTUA CADA MEDIDA Y LA OPERACION SE QUEDA CON LA PEOR
           MOVE ZERO TO WS-PEOR-PUNTUACION
           MOVE 1 TO WS-PEOR-MEDIDA
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
               PERFORM PUNTUA-MEDIDA
           END-PERFORM
           IF WS-PEOR-PUNTUACION < WS-UMBRAL-INFORME
               GO TO PUNTUA-OPERACION-FIN
           END-IF

           ADD 1 TO WS-CONT-ATIPICAS
           MOVE SPACES TO WS-MARCA-ALERTA
           IF WS-PEOR-PUNTUACION NOT < WS-UMBRAL-ALERTA
               MOVE "ALERTA" TO WS-MARCA-ALERTA
           END-IF
           MOVE WS-PEOR-PUNTUACION TO WS-PUNTUACION-ED
           MOVE WS-VALOR(WS-PEOR-MEDIDA) TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-VALOR
           MOVE WS-PEOR-MEDIA TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-MEDIA
           MOVE WS-PEOR-DESVIO TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-DESVIO
           MOVE SPACES TO ATIPICOS-RECORD
           STRING OPH-GRUPO " " OPH-OPERACION
               " " OPH-SUCURSAL " "
               WS-NOMBRE-MEDIDA(WS-PEOR-MEDIDA) " "
               WS-IMPORTE-VALOR " " WS-IMPORTE-MEDIA " "
               WS-IMPORTE-DESVIO " " WS-PUNTUACION-ED " "
               WS-MARCA-ALERTA
               DELIMITED BY SIZE INTO ATIPICOS-RECORD
           WRITE ATIPICOS-RECORD

           IF WS-MARCA-ALERTA NOT = SPACES
               PERFORM ELEVA-ALERTA THRU ELEVA-ALERTA-FIN
           END-IF.

       PUNTUA-OPERACION-FIN.
           EXIT.

       PUNTUA-MEDIDA.
      *    MEDIA Y DESVIACION TIPICA A PARTIR DE LA SUMA Y LA SUMA DE
      *    CUADRADOS; CON DESVIACION NULA, CUALQUIER VALOR DISTINTO DE
      *    LA MEDIA ES ATIPICO Y SE PUNTUA CON EL MAXIMO
           COMPUTE WS-MEDIA ROUNDED =
               WS-PER-SUMA(WS-IDX-PER, WS-MED)
               / WS-PER-CONT(WS-IDX-PER)
           COMPUTE WS-VARIANZA ROUNDED =
               WS-PER-CUADRADOS(WS-IDX-PER, WS-MED)
               / WS-PER-CONT(WS-IDX-PER)
               - (WS-MEDIA * WS-MEDIA)
           IF WS-VARIANZA NOT > ZERO
               MOVE ZERO TO WS-DESVIO
           ELSE
               COMPUTE WS-DESVIO ROUNDED = WS-VARIANZA ** 0.5
           END-IF
           IF WS-DESVIO = ZERO
               IF WS-VALOR(WS-MED) = WS-MEDIA
                   MOVE ZERO TO WS-PUNTUACION
               ELSE
                   MOVE 999.9 TO WS-PUNTUACION
               END-IF
           ELSE
               COMPUTE WS-PUNTUACION ROUNDED =
                   FUNCTION ABS(WS-VALOR(WS-MED) - WS-MEDIA)
                   / WS-DESVIO
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PUNTUACION
               END-COMPUTE
           END-IF
           IF WS-PUNTUACION > WS-PEOR-PUNTUACION
               MOVE WS-PUNTUACION TO WS-PEOR-PUNTUACION
               MOVE WS-MED TO WS-PEOR-MEDIDA
               MOVE WS-MEDIA TO WS-PEOR-MEDIA
               MOVE WS-DESVIO TO WS-PEOR-DESVIO
           END-IF.

       ACUMULA-DIA.
           MOVE ZERO TO WS-IDX-PER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DIA-TOTAL OR WS-IDX-PER > ZERO
               IF WS-DIA-GRUPO(WS-IDX) = OPH-GRUPO
                   MOVE WS-IDX TO WS-IDX-PER
               END-IF
           END-PERFORM
           IF WS-IDX-PER = ZERO
               IF WS-DIA-TOTAL NOT < 200
                   DISPLAY "AVISO: TABLA DEL DIA LLENA, GRUPO "
                       OPH-GRUPO " FUERA DE LA HISTORIA"
                   GO TO ACUMULA-DIA-FIN
               END-IF
               ADD 1 TO WS-DIA-TOTAL
               MOVE WS-DIA-TOTAL TO WS-IDX-PER
               MOVE OPH-GRUPO TO WS-DIA-GRUPO(WS-IDX-PER)
               MOVE ZERO TO WS-DIA-CONT(WS-IDX-PER)
               PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
                   MOVE ZERO TO WS-DIA-SUMA(WS-IDX-PER, WS-MED)
                   MOVE ZERO TO WS-DIA-CUADRADOS(WS-IDX-PER, WS-MED)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DIA-CONT(WS-IDX-PER)
           PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
               ADD WS-VALOR(WS-MED) TO WS-DIA-SUMA(WS-IDX-PER, WS-MED)
               COMPUTE WS-DIA-CUADRADOS(WS-IDX-PER, WS-MED) =
                   WS-DIA-CUADRADOS(WS-IDX-PER, WS-MED)
                   + WS-VALOR(WS-MED) * WS-VALOR(WS-MED)
           END-PERFORM.

       ACUMULA-DIA-FIN.
           EXIT.

       ELEVA-ALERTA.
      *    MISMO FORMATO DE COLA QUE USA EDITA PARA LOS TOPES DE
      *    EXPOSICION; EL OPERADOR LA ACUSA EN CONSOLA-ALERTAS
           IF NOT COLA-ABIERTA
               OPEN EXTEND COLA-FILE
               IF WS-COLA-STATUS NOT = "00"
                   OPEN OUTPUT COLA-FILE
               END-IF
               IF WS-COLA-STATUS NOT = "00"
                   DISPLAY "AVISO: COLA_ALERTAS.DAT NO DISPONIBLE, "
                       "ESTADO " WS-COLA-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO ELEVA-ALERTA-FIN
               END-IF
               SET COLA-ABIERTA TO TRUE
           END-IF
           MOVE SPACES TO COLA-RECORD
           MOVE "P" TO QUE-ESTADO
           MOVE "ATIPICOS" TO QUE-ORIGEN
           MOVE WS-FECHA-HOY TO QUE-FECHA
           STRING "IMPORTE ATIPICO GRUPO=" OPH-GRUPO
               " OP=" OPH-OPERACION
               " SUC=" OPH-SUCURSAL " "
               WS-NOMBRE-MEDIDA(WS-PEOR-MEDIDA) "="
               WS-IMPORTE-VALOR " DESV=" WS-PUNTUACION-ED
               DELIMITED BY SIZE INTO QUE-TEXTO
           MOVE ZERO TO QUE-FECHA-ACUSE
           WRITE COLA-RECORD
           ADD 1 TO WS-CONT-ALERTAS.

       ELEVA-ALERTA-FIN.
           EXIT.

       GRABA-HISTORIA.
      *    LA HISTORIA SE REGRABA CON LO QUE SIGUE EN VENTANA Y LOS
      *    AGREGADOS DE HOY AL FINAL
           OPEN OUTPUT HISTORIA-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PERFIL_GRUPOS_HISTORIA.DAT" WS-HISTORIA-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO WS-RETURN-CODE
               GO TO GRABA-HISTORIA-FIN
           END-IF
           OPEN INPUT HISTORIA-TRABAJO-FILE
           IF WS-TRABAJO-STATUS = "00"
               PERFORM LEE-HISTORIA-TRABAJO
               PERFORM UNTIL FIN-TRABAJO
                   MOVE HISTORIA-TRABAJO-RECORD TO HISTORIA-RECORD
                   WRITE HISTORIA-RECORD
                   PERFORM LEE-HISTORIA-TRABAJO
               END-PERFORM
               CLOSE HISTORIA-TRABAJO-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DIA-TOTAL
               MOVE SPACES TO HISTORIA-RECORD
               MOVE WS-FECHA-HOY TO HP-FECHA
               MOVE WS-DIA-GRUPO(WS-IDX) TO HP-GRUPO
               MOVE WS-DIA-CONT(WS-IDX) TO HP-CONT
               PERFORM VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 3
                   MOVE WS-DIA-SUMA(WS-IDX, WS-MED)
                       TO HP-SUMA(WS-MED)
                   MOVE WS-DIA-CUADRADOS(WS-IDX, WS-MED)
                       TO HP-CUADRADOS(WS-MED)
               END-PERFORM
               WRITE HISTORIA-RECORD
           END-PERFORM
           CLOSE HISTORIA-FILE.

       GRABA-HISTORIA-FIN.
           EXIT.

       LEE-HISTORIA-TRABAJO.
           READ HISTORIA-TRABAJO-FILE
               AT END
                   SET FIN-TRABAJO TO TRUE
           END-READ.

       END PROGRAM ATIPICOS-GRUPO.
