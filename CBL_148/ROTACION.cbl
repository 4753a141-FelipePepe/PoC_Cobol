      ******************************************************************
      * Author:
      * Date:
      * Purpose: Analisis trimestral de rotacion de plantilla sacado
      *          del historial EMPLOYEE_HISTORIA.DAT. Recorre la
      *          historia por empleado, junto con EMPLOYEE_MASTER.DAT
      *          para los empleados anteriores al historial, y
      *          reconstruye la plantilla al principio y al final del
      *          trimestre pedido y del mismo trimestre del anio
      *          anterior. Deja en INFORME_ROTACION.TXT:
      *            - altas, bajas y traslados de sucursal y de centro
      *              de coste por mes, con el mes del anio anterior
      *            - el detalle de los traslados del trimestre
      *            - plantilla inicial y final, altas, bajas y tasa de
      *              rotacion (bajas sobre plantilla media) por
      *              SUCURSAL, por grado y por banda de edad, con los
      *              cortes de EDAD_BANDAS.DAT como LISTADO-PLANTILLA
      *            - antiguedad media de las bajas, desde el ALTA de
      *              la historia hasta la fecha de baja del finiquito
      *          El trimestre sale de PARAMLEE INFORME-ROTACION
      *          TRIMESTRE (AAAAT, p.ej. 20263); sin parametro, el
      *          ultimo trimestre cerrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ROTACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FILE ASSIGN TO "EMPLOYEE_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BANDAS-CONTROL-FILE ASSIGN TO "EDAD_BANDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANDAS-STATUS.

           SELECT ROTACION-REPORT ASSIGN TO "INFORME_ROTACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
       01  HISTORIA-RECORD.
           05  HIS-CLAVE.
               10  HIS-EMP-ID PIC 9(6).
               10  HIS-SECUENCIA PIC 9(4).
           05  HIS-FECHA PIC 9(8).
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  BANDAS-CONTROL-FILE.
       01  BANDAS-CONTROL-RECORD.
           05  CTL-CUTOFF-JOVEN PIC 999.
           05  CTL-CUTOFF-MADURO PIC 999.

       FD  ROTACION-REPORT.
       01  ROTACION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-BANDAS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-HAY-MAESTRO PIC X VALUE "N".
           88  HAY-MAESTRO VALUE "Y".
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.

       01  WS-CUTOFF-JOVEN PIC 999 VALUE 40.
       01  WS-CUTOFF-MADURO PIC 999 VALUE 65.

      *    TRIMESTRE PEDIDO (1) Y EL MISMO DEL ANIO ANTERIOR (2)
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO PIC 9(4).
           05  WS-PROC-MES PIC 99.
           05  WS-PROC-DIA PIC 99.
       01  WS-ANIO PIC 9(4).
       01  WS-TRIMESTRE PIC 9.
       01  WS-MES-INICIO PIC 99.
       01  WS-PER-TABLA.
           05  WS-PER-ENT OCCURS 2 TIMES.
               10  WS-PER-INICIO PIC 9(8).
               10  WS-PER-FIN PIC 9(8).
       01  WS-PER PIC 9.

      *    CUATRO FOTOS DE LA PLANTILLA: PRINCIPIO Y FIN DEL
      *    TRIMESTRE PEDIDO (1 Y 2) Y DEL ANTERIOR (3 Y 4). LA FOTO
      *    INICIAL RECOGE LO OCURRIDO HASTA EL DIA ANTERIOR AL INICIO
       01  WS-PUNTO-TABLA.
           05  WS-PUNTO-ENT OCCURS 4 TIMES.
               10  WS-PUNTO-LIMITE PIC 9(8).
               10  WS-PUNTO-REFERENCIA PIC 9(8).
       01  WS-PUNTO PIC 9.

      *    ESTADO DEL EMPLEADO EN CURSO EN CADA FOTO
       01  WS-EST-TABLA.
           05  WS-EST-ENT OCCURS 4 TIMES.
               10  WS-EST-ACTIVO PIC X.
               10  WS-EST-IMAGEN PIC X(110).

       01  WS-SIG-HIS-ID PIC 9(6).
       01  WS-SIG-MAE-ID PIC 9(6).
       01  WS-ID-ACTUAL PIC 9(6).
       01  WS-PRIMER-REGISTRO PIC X.
           88  PRIMER-REGISTRO VALUE "Y".
       01  WS-FECHA-ALTA-EMP PIC 9(8).
       01  WS-FECHA-EVENTO PIC 9(8).
       01  WS-FECHA-EVENTO-R REDEFINES WS-FECHA-EVENTO.
           05  WS-EVENTO-ANIO PIC 9(4).
           05  WS-EVENTO-MES PIC 99.
           05  WS-EVENTO-DIA PIC 99.
       01  WS-MES-IDX PIC 9.

      *    VISTA DEL REGISTRO EMPREC GUARDADO COMO IMAGEN EN LA
      *    HISTORIA
       01  WS-IMAGEN PIC X(110).
       01  WS-IMAGEN-R REDEFINES WS-IMAGEN.
           05  IMG-ID PIC 9(6).
           05  IMG-NOMBRE PIC X(15).
           05  IMG-APELLIDOS PIC X(20).
           05  IMG-EDAD PIC 999.
           05  IMG-FECHA-ACTUALIZACION PIC 9(8).
           05  IMG-SUCURSAL PIC X(4).
           05  IMG-FECHA-NACIMIENTO PIC 9(8).
           05  IMG-GRADO PIC X(2).
           05  IMG-CENTRO-COSTE PIC X(6).
           05  FILLER PIC X(38).
       01  WS-IMAGEN-DESPUES PIC X(110).
       01  WS-IMAGEN-DESPUES-R REDEFINES WS-IMAGEN-DESPUES.
           05  FILLER PIC X(52).
           05  IMD-SUCURSAL PIC X(4).
           05  FILLER PIC X(10).
           05  IMD-CENTRO-COSTE PIC X(6).
           05  FILLER PIC X(38).
       01  WS-FECHA-REFERENCIA PIC 9(8).
       01  WS-EDAD PIC 999.
       01  WS-BANDA PIC X(8).

      *    MOVIMIENTOS POR MES DEL TRIMESTRE Y PERIODO
       01  WS-MOV-TABLA.
           05  WS-MOV-PER OCCURS 2 TIMES.
               10  WS-MOV-MES OCCURS 3 TIMES.
                   15  WS-MOV-ALTAS PIC 9(5).
                   15  WS-MOV-BAJAS PIC 9(5).
                   15  WS-MOV-TRASL-SUC PIC 9(5).
                   15  WS-MOV-TRASL-CC PIC 9(5).

      *    CONTADORES POR DIMENSION (1 SUCURSAL, 2 GRADO, 3 BANDA DE
      *    EDAD) Y VALOR, EN ORDEN DE CLAVE. CAMPO 1 PLANTILLA
      *    INICIAL, 2 FINAL, 3 ALTAS, 4 BAJAS
       01  WS-DIM-TABLA.
           05  WS-DIM-ENT OCCURS 200 TIMES.
               10  WS-DIM-CLAVE.
                   15  WS-DIM-TIPO PIC 9.
                   15  WS-DIM-VALOR PIC X(8).
               10  WS-DIM-PER OCCURS 2 TIMES.
                   15  WS-DIM-CONT OCCURS 4 TIMES PIC 9(5).
       01  WS-DIM-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-DIM-IDX PIC 9(4).
       01  WS-DIM-POS PIC 9(4).
       01  WS-DIM-HUECO PIC 9(4).
       01  WS-DIM-BUSCADA.
           05  WS-BUS-TIPO PIC 9.
           05  WS-BUS-VALOR PIC X(8).
       01  WS-CAMPO PIC 9.
       01  WS-TIPO-ACTUAL PIC 9.

      *    TRASLADOS DEL TRIMESTRE PEDIDO PARA EL DETALLE
       01  WS-TRA-TABLA.
           05  WS-TRA-ENT OCCURS 200 TIMES.
               10  WS-TRA-FECHA PIC 9(8).
               10  WS-TRA-EMP-ID PIC 9(6).
               10  WS-TRA-SUC-ANTES PIC X(4).
               10  WS-TRA-SUC-DESPUES PIC X(4).
               10  WS-TRA-CC-ANTES PIC X(6).
               10  WS-TRA-CC-DESPUES PIC X(6).
       01  WS-TRA-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-TRA-IDX PIC 9(4).
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

      *    ANTIGUEDAD DE LAS BAJAS POR PERIODO
       01  WS-ANT-TABLA.
           05  WS-ANT-ENT OCCURS 2 TIMES.
               10  WS-ANT-DIAS PIC 9(9).
               10  WS-ANT-CONT PIC 9(5).
               10  WS-ANT-SIN-ALTA PIC 9(5).
       01  WS-DIAS-SERVICIO PIC S9(7).
       01  WS-ANIOS-MEDIA PIC 99V9.

       01  WS-CONT-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-REGISTROS PIC 9(7) VALUE ZERO.
       01  WS-PLANTILLA-MEDIA PIC 9(5)V9.
       01  WS-TASA PIC 9(4)V9.

       01  WS-MOV-LINEA.
           05  FILLER PIC X(2) VALUE SPACES.
           05  MOV-MES PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  MOV-ALTAS PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-BAJAS PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-TRASL-SUC PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-TRASL-CC PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE "  |  ".
           05  MOV-MES-ANT PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  MOV-ALTAS-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-BAJAS-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-TRASL-SUC-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  MOV-TRASL-CC-ANT PIC ZZZZ9.

       01  WS-ROT-LINEA.
           05  FILLER PIC X(2) VALUE SPACES.
           05  ROT-VALOR PIC X(8).
           05  FILLER PIC X VALUE SPACE.
           05  ROT-INICIAL PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-FINAL PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-ALTAS PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-BAJAS PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-TASA PIC ZZZ9.9.
           05  FILLER PIC X(5) VALUE "  |  ".
           05  ROT-INICIAL-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-FINAL-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-ALTAS-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-BAJAS-ANT PIC ZZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  ROT-TASA-ANT PIC ZZZ9.9.

       01  WS-ANIOS-ED PIC Z9.9.
       01  WS-ANIOS-ANT-ED PIC Z9.9.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INFORME-ROTACION".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           PERFORM LEE-PARAMETROS
           PERFORM LEE-BANDAS-CONTROL
           PERFORM CALCULA-PERIODOS

           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "EMPLOYEE_HISTORIA.DAT NO DISPONIBLE, SIN "
                   "ANALISIS DE ROTACION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS = "00"
               SET HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE, "
                   "SOLO CUENTAN LOS EMPLEADOS CON HISTORIA"
           END-IF

           INITIALIZE WS-MOV-TABLA WS-ANT-TABLA
           MOVE 999999 TO WS-SIG-MAE-ID
           PERFORM LEE-HISTORIA
           IF HAY-MAESTRO
               PERFORM LEE-MAESTRO
           END-IF
           PERFORM PROCESA-EMPLEADO
               UNTIL WS-SIG-HIS-ID = 999999
               AND WS-SIG-MAE-ID = 999999
           CLOSE HISTORIA-FILE
           IF HAY-MAESTRO
               CLOSE EMPLOYEE-MASTER
           END-IF

           IF TABLA-LLENA
               DISPLAY "AVISO: TABLAS DE DIMENSIONES O TRASLADOS "
                   "LLENAS, EL INFORME ESTA INCOMPLETO"
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM ESCRIBE-INFORME

           DISPLAY "ROTACION " WS-ANIO "T" WS-TRIMESTRE
               ": EMPLEADOS=" WS-CONT-EMPLEADOS
               " REGISTROS HISTORIA=" WS-CONT-REGISTROS
               " TRASLADOS=" WS-TRA-TOTAL
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-PARAMETROS.
      *    SIN PARAMETRO (O MAL FORMADO) SE ANALIZA EL ULTIMO
      *    TRIMESTRE CERRADO ANTES DE LA FECHA DE PROCESO
           MOVE WS-PROC-ANIO TO WS-ANIO
           COMPUTE WS-TRIMESTRE = (WS-PROC-MES - 1) / 3 + 1
           IF WS-TRIMESTRE = 1
               MOVE 4 TO WS-TRIMESTRE
               SUBTRACT 1 FROM WS-ANIO
           ELSE
               SUBTRACT 1 FROM WS-TRIMESTRE
           END-IF
           CALL "PARAMLEE" USING "INFORME-ROTACION    "
               "TRIMESTRE           " WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF WS-PARAM-ENCONTRADO = "Y"
               IF WS-PARAM-VALOR(1:5) NUMERIC
                       AND WS-PARAM-VALOR(5:1) >= "1"
                       AND WS-PARAM-VALOR(5:1) <= "4"
                       AND WS-PARAM-VALOR(1:4) > "1900"
                   MOVE WS-PARAM-VALOR(1:4) TO WS-ANIO
                   MOVE WS-PARAM-VALOR(5:1) TO WS-TRIMESTRE
               ELSE
                   DISPLAY "AVISO: TRIMESTRE " WS-PARAM-VALOR
                       " NO VALIDO, SE USA EL ULTIMO CERRADO"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LEE-BANDAS-CONTROL.
           OPEN INPUT BANDAS-CONTROL-FILE
           IF WS-BANDAS-STATUS = "00"
               READ BANDAS-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-CUTOFF-JOVEN TO WS-CUTOFF-JOVEN
                       MOVE CTL-CUTOFF-MADURO TO WS-CUTOFF-MADURO
               END-READ
               CLOSE BANDAS-CONTROL-FILE
           ELSE
               DISPLAY "AVISO: EDAD_BANDAS.DAT NO DISPONIBLE, SE "
                   "USAN LOS CORTES POR DEFECTO (40/65)"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       CALCULA-PERIODOS.
      *    EL DIA 31 COMO FIN SIRVE PARA TODOS LOS MESES EN UNA
      *    COMPARACION AAAAMMDD
           COMPUTE WS-MES-INICIO = (WS-TRIMESTRE - 1) * 3 + 1
           COMPUTE WS-PER-INICIO(1) =
               WS-ANIO * 10000 + WS-MES-INICIO * 100 + 1
           COMPUTE WS-PER-FIN(1) =
               WS-ANIO * 10000 + (WS-MES-INICIO + 2) * 100 + 31
           COMPUTE WS-PER-INICIO(2) = WS-PER-INICIO(1) - 10000
           COMPUTE WS-PER-FIN(2) = WS-PER-FIN(1) - 10000
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2
               COMPUTE WS-PUNTO = WS-PER * 2 - 1
               COMPUTE WS-PUNTO-LIMITE(WS-PUNTO) =
                   WS-PER-INICIO(WS-PER) - 1
               MOVE WS-PER-INICIO(WS-PER)
                   TO WS-PUNTO-REFERENCIA(WS-PUNTO)
               ADD 1 TO WS-PUNTO
               MOVE WS-PER-FIN(WS-PER) TO WS-PUNTO-LIMITE(WS-PUNTO)
                   WS-PUNTO-REFERENCIA(WS-PUNTO)
           END-PERFORM.

       LEE-HISTORIA.
           READ HISTORIA-FILE NEXT RECORD
               AT END
                   MOVE 999999 TO WS-SIG-HIS-ID
               NOT AT END
                   ADD 1 TO WS-CONT-REGISTROS
                   MOVE HIS-EMP-ID TO WS-SIG-HIS-ID
           END-READ.

       LEE-MAESTRO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 999999 TO WS-SIG-MAE-ID
               NOT AT END
                   MOVE EMP-ID TO WS-SIG-MAE-ID
           END-READ.

       PROCESA-EMPLEADO.
      *    HISTORIA Y MAESTRO VAN LOS DOS POR EMPLEADO-ID: SE TOMA
      *    EL MENOR. UN EMPLEADO SOLO EN EL MAESTRO ES ANTERIOR AL
      *    HISTORIAL Y ESTABA EN PLANTILLA EN LAS CUATRO FOTOS
           ADD 1 TO WS-CONT-EMPLEADOS
           IF WS-SIG-HIS-ID < WS-SIG-MAE-ID
               MOVE WS-SIG-HIS-ID TO WS-ID-ACTUAL
           ELSE
               MOVE WS-SIG-MAE-ID TO WS-ID-ACTUAL
           END-IF
           PERFORM VARYING WS-PUNTO FROM 1 BY 1 UNTIL WS-PUNTO > 4
               MOVE "N" TO WS-EST-ACTIVO(WS-PUNTO)
               MOVE SPACES TO WS-EST-IMAGEN(WS-PUNTO)
           END-PERFORM
           MOVE ZERO TO WS-FECHA-ALTA-EMP
           MOVE "Y" TO WS-PRIMER-REGISTRO

           IF WS-SIG-HIS-ID = WS-ID-ACTUAL
               PERFORM APLICA-HISTORIA
                   UNTIL WS-SIG-HIS-ID NOT = WS-ID-ACTUAL
           ELSE
               PERFORM VARYING WS-PUNTO FROM 1 BY 1
                       UNTIL WS-PUNTO > 4
                   MOVE "Y" TO WS-EST-ACTIVO(WS-PUNTO)
                   MOVE EMPLOYEE-RECORD
                       TO WS-EST-IMAGEN(WS-PUNTO)
               END-PERFORM
           END-IF
           IF WS-SIG-MAE-ID = WS-ID-ACTUAL
               PERFORM LEE-MAESTRO
           END-IF

           PERFORM VARYING WS-PUNTO FROM 1 BY 1 UNTIL WS-PUNTO > 4
               IF WS-EST-ACTIVO(WS-PUNTO) = "Y"
                   MOVE WS-EST-IMAGEN(WS-PUNTO) TO WS-IMAGEN
                   MOVE WS-PUNTO-REFERENCIA(WS-PUNTO)
                       TO WS-FECHA-REFERENCIA
                   COMPUTE WS-PER = (WS-PUNTO + 1) / 2
                   IF WS-PUNTO = 1 OR WS-PUNTO = 3
                       MOVE 1 TO WS-CAMPO
                   ELSE
                       MOVE 2 TO WS-CAMPO
                   END-IF
                   PERFORM ANOTA-DIMENSIONES
               END-IF
           END-PERFORM.

       APLICA-HISTORIA.
      *    LA BAJA CUENTA EN SU FECHA DE BAJA REAL, QUE ESTA EN EL
      *    FINIQUITO GUARDADO COMO IMAGEN POSTERIOR; LO DEMAS EN LA
      *    FECHA EN QUE SE GRABO
           MOVE HIS-FECHA TO WS-FECHA-EVENTO
           IF HIS-ACCION = "BAJA"
                   AND HIS-IMAGEN-DESPUES(7:8) NUMERIC
                   AND HIS-IMAGEN-DESPUES(7:8) > ZERO
               MOVE HIS-IMAGEN-DESPUES(7:8) TO WS-FECHA-EVENTO
           END-IF
      *    SI LA HISTORIA EMPIEZA CON UN CAMBIO O UNA BAJA, EL
      *    EMPLEADO YA ESTABA: SU IMAGEN ANTERIOR VALE HACIA ATRAS
           IF PRIMER-REGISTRO
               MOVE "N" TO WS-PRIMER-REGISTRO
               IF HIS-ACCION NOT = "ALTA"
                       AND HIS-IMAGEN-ANTES NOT = SPACES
                   PERFORM VARYING WS-PUNTO FROM 1 BY 1
                           UNTIL WS-PUNTO > 4
                       MOVE "Y" TO WS-EST-ACTIVO(WS-PUNTO)
                       MOVE HIS-IMAGEN-ANTES
                           TO WS-EST-IMAGEN(WS-PUNTO)
                   END-PERFORM
               END-IF
           END-IF
           IF HIS-ACCION = "ALTA"
               MOVE HIS-FECHA TO WS-FECHA-ALTA-EMP
           END-IF

           PERFORM VARYING WS-PUNTO FROM 1 BY 1 UNTIL WS-PUNTO > 4
               IF WS-FECHA-EVENTO <= WS-PUNTO-LIMITE(WS-PUNTO)
                   IF HIS-ACCION = "BAJA"
                       MOVE "N" TO WS-EST-ACTIVO(WS-PUNTO)
                   ELSE
                       MOVE "Y" TO WS-EST-ACTIVO(WS-PUNTO)
                       MOVE HIS-IMAGEN-DESPUES
                           TO WS-EST-IMAGEN(WS-PUNTO)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2
               IF WS-FECHA-EVENTO >= WS-PER-INICIO(WS-PER)
                       AND WS-FECHA-EVENTO <= WS-PER-FIN(WS-PER)
                   PERFORM ANOTA-EVENTO
               END-IF
           END-PERFORM
           PERFORM LEE-HISTORIA.

       ANOTA-EVENTO.
           COMPUTE WS-MES-IDX = WS-EVENTO-MES - WS-MES-INICIO + 1
           MOVE WS-FECHA-EVENTO TO WS-FECHA-REFERENCIA
           EVALUATE HIS-ACCION
               WHEN "ALTA"
                   ADD 1 TO WS-MOV-ALTAS(WS-PER, WS-MES-IDX)
                   MOVE HIS-IMAGEN-DESPUES TO WS-IMAGEN
                   MOVE 3 TO WS-CAMPO
                   PERFORM ANOTA-DIMENSIONES
               WHEN "BAJA"
                   ADD 1 TO WS-MOV-BAJAS(WS-PER, WS-MES-IDX)
                   MOVE HIS-IMAGEN-ANTES TO WS-IMAGEN
                   MOVE 4 TO WS-CAMPO
                   PERFORM ANOTA-DIMENSIONES
                   PERFORM ANOTA-ANTIGUEDAD
               WHEN "CAMBIO"
                   PERFORM ANOTA-TRASLADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ANOTA-ANTIGUEDAD.
      *    SIN ALTA EN LA HISTORIA NO HAY FECHA DE INGRESO FIABLE
           IF WS-FECHA-ALTA-EMP = ZERO
                   OR WS-FECHA-ALTA-EMP > WS-FECHA-EVENTO
               ADD 1 TO WS-ANT-SIN-ALTA(WS-PER)
           ELSE
               COMPUTE WS-DIAS-SERVICIO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EVENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-ALTA-EMP)
               ADD WS-DIAS-SERVICIO TO WS-ANT-DIAS(WS-PER)
               ADD 1 TO WS-ANT-CONT(WS-PER)
           END-IF.

       ANOTA-TRASLADO.
           MOVE HIS-IMAGEN-ANTES TO WS-IMAGEN
           MOVE HIS-IMAGEN-DESPUES TO WS-IMAGEN-DESPUES
           IF IMG-SUCURSAL NOT = IMD-SUCURSAL
               ADD 1 TO WS-MOV-TRASL-SUC(WS-PER, WS-MES-IDX)
           END-IF
           IF IMG-CENTRO-COSTE NOT = IMD-CENTRO-COSTE
               ADD 1 TO WS-MOV-TRASL-CC(WS-PER, WS-MES-IDX)
           END-IF
           IF WS-PER = 1
                   AND (IMG-SUCURSAL NOT = IMD-SUCURSAL
                   OR IMG-CENTRO-COSTE NOT = IMD-CENTRO-COSTE)
               IF WS-TRA-TOTAL < 200
                   ADD 1 TO WS-TRA-TOTAL
                   MOVE WS-FECHA-EVENTO TO WS-TRA-FECHA(WS-TRA-TOTAL)
                   MOVE HIS-EMP-ID TO WS-TRA-EMP-ID(WS-TRA-TOTAL)
                   MOVE IMG-SUCURSAL
                       TO WS-TRA-SUC-ANTES(WS-TRA-TOTAL)
                   MOVE IMD-SUCURSAL
                       TO WS-TRA-SUC-DESPUES(WS-TRA-TOTAL)
                   MOVE IMG-CENTRO-COSTE
                       TO WS-TRA-CC-ANTES(WS-TRA-TOTAL)
                   MOVE IMD-CENTRO-COSTE
                       TO WS-TRA-CC-DESPUES(WS-TRA-TOTAL)
               ELSE
                   SET TABLA-LLENA TO TRUE
               END-IF
           END-IF.

       ANOTA-DIMENSIONES.
      *    SUMA UNO AL CAMPO WS-CAMPO DEL PERIODO WS-PER EN LA
      *    SUCURSAL, EL GRADO Y LA BANDA DE EDAD DE WS-IMAGEN A LA
      *    FECHA WS-FECHA-REFERENCIA
           MOVE 1 TO WS-BUS-TIPO
           MOVE IMG-SUCURSAL TO WS-BUS-VALOR
           IF IMG-SUCURSAL = SPACES
               MOVE "(S/SUC)" TO WS-BUS-VALOR
           END-IF
           PERFORM SUMA-DIMENSION
           MOVE 2 TO WS-BUS-TIPO
           MOVE IMG-GRADO TO WS-BUS-VALOR
           IF IMG-GRADO = SPACES
               MOVE "(S/G)" TO WS-BUS-VALOR
           END-IF
           PERFORM SUMA-DIMENSION
           PERFORM CLASIFICA-BANDA
           MOVE 3 TO WS-BUS-TIPO
           MOVE WS-BANDA TO WS-BUS-VALOR
           PERFORM SUMA-DIMENSION.

       CLASIFICA-BANDA.
      *    MISMA REGLA DE BANDAS QUE LISTADO-PLANTILLA (CBL_36); LA
      *    EDAD ES LA QUE TENIA EL EMPLEADO EN LA FECHA DE REFERENCIA
           IF IMG-FECHA-NACIMIENTO NUMERIC
                   AND IMG-FECHA-NACIMIENTO > ZERO
                   AND IMG-FECHA-NACIMIENTO < WS-FECHA-REFERENCIA
               COMPUTE WS-EDAD =
                   (WS-FECHA-REFERENCIA - IMG-FECHA-NACIMIENTO)
                   / 10000
           ELSE
               IF IMG-EDAD NUMERIC
                   MOVE IMG-EDAD TO WS-EDAD
               ELSE
                   MOVE ZERO TO WS-EDAD
               END-IF
           END-IF
           IF WS-EDAD <= WS-CUTOFF-JOVEN
               MOVE "JOVEN" TO WS-BANDA
           ELSE
               IF WS-EDAD <= WS-CUTOFF-MADURO
                   MOVE "MADURO" TO WS-BANDA
               ELSE
                   MOVE "ANCIANO" TO WS-BANDA
               END-IF
           END-IF.

       SUMA-DIMENSION.
      *    BUSQUEDA LINEAL; UNA CLAVE NUEVA SE INSERTA EN SU SITIO
      *    PARA QUE EL INFORME SALGA ORDENADO
           MOVE ZERO TO WS-DIM-POS WS-DIM-HUECO
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1
                   UNTIL WS-DIM-IDX > WS-DIM-TOTAL
                   OR WS-DIM-POS > ZERO OR WS-DIM-HUECO > ZERO
               IF WS-DIM-CLAVE(WS-DIM-IDX) = WS-DIM-BUSCADA
                   MOVE WS-DIM-IDX TO WS-DIM-POS
               ELSE
                   IF WS-DIM-CLAVE(WS-DIM-IDX) > WS-DIM-BUSCADA
                       MOVE WS-DIM-IDX TO WS-DIM-HUECO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIM-POS = ZERO
               IF WS-DIM-TOTAL >= 200
                   SET TABLA-LLENA TO TRUE
               ELSE
                   IF WS-DIM-HUECO = ZERO
                       COMPUTE WS-DIM-HUECO = WS-DIM-TOTAL + 1
                   END-IF
                   PERFORM VARYING WS-DIM-IDX FROM WS-DIM-TOTAL
                           BY -1 UNTIL WS-DIM-IDX < WS-DIM-HUECO
                       MOVE WS-DIM-ENT(WS-DIM-IDX)
                           TO WS-DIM-ENT(WS-DIM-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-DIM-TOTAL
                   INITIALIZE WS-DIM-ENT(WS-DIM-HUECO)
                   MOVE WS-DIM-BUSCADA TO WS-DIM-CLAVE(WS-DIM-HUECO)
                   MOVE WS-DIM-HUECO TO WS-DIM-POS
               END-IF
           END-IF
           IF WS-DIM-POS > ZERO
               ADD 1 TO WS-DIM-CONT(WS-DIM-POS, WS-PER, WS-CAMPO)
           END-IF.

       ESCRIBE-INFORME.
           OPEN OUTPUT ROTACION-REPORT
           CALL "RPTHDR" USING "INFORME-ROTACION"
               "INFORME_ROTACION.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           MOVE SPACES TO ROTACION-RECORD
           STRING "ROTACION DE PLANTILLA " WS-ANIO "T" WS-TRIMESTRE
               " (" WS-PER-INICIO(1) "-" WS-PER-FIN(1)
               ") FRENTE AL MISMO TRIMESTRE DEL ANIO ANTERIOR"
               DELIMITED BY SIZE INTO ROTACION-RECORD
           WRITE ROTACION-RECORD

           PERFORM ESCRIBE-MOVIMIENTOS
           PERFORM ESCRIBE-TRASLADOS
           PERFORM VARYING WS-TIPO-ACTUAL FROM 1 BY 1
                   UNTIL WS-TIPO-ACTUAL > 3
               PERFORM ESCRIBE-ROTACION
           END-PERFORM
           PERFORM ESCRIBE-ANTIGUEDAD
           CLOSE ROTACION-REPORT.

       ESCRIBE-MOVIMIENTOS.
           MOVE SPACES TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           MOVE "MOVIMIENTOS POR MES" TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           MOVE SPACES TO ROTACION-RECORD
           STRING "  MES     ALTAS BAJAS T.SUC  T.CC  |  "
               "MES     ALTAS BAJAS T.SUC  T.CC"
               DELIMITED BY SIZE INTO ROTACION-RECORD
           WRITE ROTACION-RECORD
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > 3
               COMPUTE MOV-MES = WS-ANIO * 100 + WS-MES-INICIO
                   + WS-MES-IDX - 1
               COMPUTE MOV-MES-ANT = MOV-MES - 100
               MOVE WS-MOV-ALTAS(1, WS-MES-IDX) TO MOV-ALTAS
               MOVE WS-MOV-BAJAS(1, WS-MES-IDX) TO MOV-BAJAS
               MOVE WS-MOV-TRASL-SUC(1, WS-MES-IDX) TO MOV-TRASL-SUC
               MOVE WS-MOV-TRASL-CC(1, WS-MES-IDX) TO MOV-TRASL-CC
               MOVE WS-MOV-ALTAS(2, WS-MES-IDX) TO MOV-ALTAS-ANT
               MOVE WS-MOV-BAJAS(2, WS-MES-IDX) TO MOV-BAJAS-ANT
               MOVE WS-MOV-TRASL-SUC(2, WS-MES-IDX)
                   TO MOV-TRASL-SUC-ANT
               MOVE WS-MOV-TRASL-CC(2, WS-MES-IDX)
                   TO MOV-TRASL-CC-ANT
               MOVE WS-MOV-LINEA TO ROTACION-RECORD
               WRITE ROTACION-RECORD
           END-PERFORM.

       ESCRIBE-TRASLADOS.
           MOVE SPACES TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           MOVE "TRASLADOS DEL TRIMESTRE" TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           IF WS-TRA-TOTAL = ZERO
               MOVE "  (NINGUNO)" TO ROTACION-RECORD
               WRITE ROTACION-RECORD
           END-IF
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > WS-TRA-TOTAL
               MOVE SPACES TO ROTACION-RECORD
               STRING "  " WS-TRA-FECHA(WS-TRA-IDX)
                   " EMPLEADO " WS-TRA-EMP-ID(WS-TRA-IDX)
                   " SUCURSAL " WS-TRA-SUC-ANTES(WS-TRA-IDX)
                   " -> " WS-TRA-SUC-DESPUES(WS-TRA-IDX)
                   "  CENTRO " WS-TRA-CC-ANTES(WS-TRA-IDX)
                   " -> " WS-TRA-CC-DESPUES(WS-TRA-IDX)
                   DELIMITED BY SIZE INTO ROTACION-RECORD
               WRITE ROTACION-RECORD
           END-PERFORM.

       ESCRIBE-ROTACION.
           MOVE SPACES TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           EVALUATE WS-TIPO-ACTUAL
               WHEN 1
                   MOVE "ROTACION POR SUCURSAL" TO ROTACION-RECORD
               WHEN 2
                   MOVE "ROTACION POR GRADO" TO ROTACION-RECORD
               WHEN OTHER
                   MOVE "ROTACION POR BANDA DE EDAD"
                       TO ROTACION-RECORD
           END-EVALUATE
           WRITE ROTACION-RECORD
           MOVE SPACES TO ROTACION-RECORD
           STRING "  VALOR      INI   FIN ALTAS BAJAS  ROT%  |  "
               "  INI   FIN ALTAS BAJAS  ROT%"
               DELIMITED BY SIZE INTO ROTACION-RECORD
           WRITE ROTACION-RECORD
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1
                   UNTIL WS-DIM-IDX > WS-DIM-TOTAL
               IF WS-DIM-TIPO(WS-DIM-IDX) = WS-TIPO-ACTUAL
                   PERFORM ESCRIBE-LINEA-ROTACION
               END-IF
           END-PERFORM.

       ESCRIBE-LINEA-ROTACION.
      *    TASA = BAJAS DEL TRIMESTRE SOBRE LA PLANTILLA MEDIA
      *    (INICIAL MAS FINAL ENTRE DOS), EN PORCENTAJE
           MOVE WS-DIM-VALOR(WS-DIM-IDX) TO ROT-VALOR
           MOVE WS-DIM-CONT(WS-DIM-IDX, 1, 1) TO ROT-INICIAL
           MOVE WS-DIM-CONT(WS-DIM-IDX, 1, 2) TO ROT-FINAL
           MOVE WS-DIM-CONT(WS-DIM-IDX, 1, 3) TO ROT-ALTAS
           MOVE WS-DIM-CONT(WS-DIM-IDX, 1, 4) TO ROT-BAJAS
           MOVE 1 TO WS-PER
           PERFORM CALCULA-TASA
           MOVE WS-TASA TO ROT-TASA
           MOVE WS-DIM-CONT(WS-DIM-IDX, 2, 1) TO ROT-INICIAL-ANT
           MOVE WS-DIM-CONT(WS-DIM-IDX, 2, 2) TO ROT-FINAL-ANT
           MOVE WS-DIM-CONT(WS-DIM-IDX, 2, 3) TO ROT-ALTAS-ANT
           MOVE WS-DIM-CONT(WS-DIM-IDX, 2, 4) TO ROT-BAJAS-ANT
           MOVE 2 TO WS-PER
           PERFORM CALCULA-TASA
           MOVE WS-TASA TO ROT-TASA-ANT
           MOVE WS-ROT-LINEA TO ROTACION-RECORD
           WRITE ROTACION-RECORD.

       CALCULA-TASA.
           COMPUTE WS-PLANTILLA-MEDIA =
               (WS-DIM-CONT(WS-DIM-IDX, WS-PER, 1)
               + WS-DIM-CONT(WS-DIM-IDX, WS-PER, 2)) / 2
           IF WS-PLANTILLA-MEDIA = ZERO
               MOVE ZERO TO WS-TASA
           ELSE
               COMPUTE WS-TASA ROUNDED =
                   WS-DIM-CONT(WS-DIM-IDX, WS-PER, 4) * 100
                   / WS-PLANTILLA-MEDIA
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TASA
               END-COMPUTE
           END-IF.

       ESCRIBE-ANTIGUEDAD.
           MOVE SPACES TO ROTACION-RECORD
           WRITE ROTACION-RECORD
           MOVE 1 TO WS-PER
           PERFORM CALCULA-ANTIGUEDAD
           MOVE WS-ANIOS-MEDIA TO WS-ANIOS-ED
           MOVE 2 TO WS-PER
           PERFORM CALCULA-ANTIGUEDAD
           MOVE WS-ANIOS-MEDIA TO WS-ANIOS-ANT-ED
           MOVE SPACES TO ROTACION-RECORD
           STRING "ANTIGUEDAD MEDIA DE LAS BAJAS (ANIOS): "
               WS-ANIOS-ED " SOBRE " WS-ANT-CONT(1)
               "  |  ANIO ANTERIOR: " WS-ANIOS-ANT-ED
               " SOBRE " WS-ANT-CONT(2)
               DELIMITED BY SIZE INTO ROTACION-RECORD
           WRITE ROTACION-RECORD
           IF WS-ANT-SIN-ALTA(1) > ZERO OR WS-ANT-SIN-ALTA(2) > ZERO
               MOVE SPACES TO ROTACION-RECORD
               STRING "BAJAS SIN ALTA EN LA HISTORIA (FUERA DE LA "
                   "MEDIA): " WS-ANT-SIN-ALTA(1)
                   "  |  ANIO ANTERIOR: " WS-ANT-SIN-ALTA(2)
                   DELIMITED BY SIZE INTO ROTACION-RECORD
               WRITE ROTACION-RECORD
           END-IF.

       CALCULA-ANTIGUEDAD.
           IF WS-ANT-CONT(WS-PER) = ZERO
               MOVE ZERO TO WS-ANIOS-MEDIA
           ELSE
               COMPUTE WS-ANIOS-MEDIA ROUNDED =
                   WS-ANT-DIAS(WS-PER) / WS-ANT-CONT(WS-PER) / 365.25
                   ON SIZE ERROR
                       MOVE 99.9 TO WS-ANIOS-MEDIA
               END-COMPUTE
           END-IF.

       END PROGRAM INFORME-ROTACION.
