      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deteccion de clientes duplicados en CLIENTES.DAT.
      *          CLI-DOCUMENTO es la clave del maestro, pero la misma
      *          persona acaba dada de alta dos veces cuando las
      *          sucursales teclean el documento con o sin letra de
      *          control o con espacios, y sus prestamos quedan
      *          repartidos entre dos clientes con el riesgo
      *          infravalorado. Este paso compara los clientes activos
      *          por dos vias:
      *              D = documento normalizado (solo letras y cifras,
      *                  sin ceros a la izquierda y sin la letra de
      *                  control final de un DNI o NIE)
      *              N = nombre parecido dentro de la misma sucursal
      *                  (mismas palabras en cualquier orden, sin
      *                  puntuacion ni particulas DE, DEL, LA, LAS,
      *                  LOS, Y; al menos dos palabras)
      *          y lista cada pareja candidata para revision en
      *          INFORME_CLIENTES_DUPLICADOS.TXT con sus prestamos
      *          vivos y saldo (PRESTAMOS_MAESTRO.DAT), sus cuentas
      *          de deposito (DEPOSITOS.DAT) y el riesgo conjunto.
      *          Se sugiere conservar el cliente con el documento mas
      *          completo. No cambia nada: la fusion la propone el
      *          revisor con la opcion F de CLIENTES-MAINT y la aplica
      *          en doble control FUSIONES-APROBACION. Se programa
      *          para el ultimo dia habil en CALENDARIO_FASES.DAT.
      *          RC=4 si hay parejas candidatas o no caben todas en
      *          la tabla de 500.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-DUPLICADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT DEPOSITOS-FILE ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CUENTA
               ALTERNATE RECORD KEY IS DEP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT DUPLICADOS-REPORT
               ASSIGN TO "INFORME_CLIENTES_DUPLICADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK14".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  DEPOSITOS-FILE.
       COPY DEPOSREC.

       FD  DUPLICADOS-REPORT.
       01  REPORT-RECORD PIC X(100).

       SD  SORT-WORK.
       01  SORT-RECORD.
      *    SUCURSAL SOLO EN LA PASADA POR NOMBRE; EN BLANCO EN LA DE
      *    DOCUMENTO, QUE CRUZA SUCURSALES
           05  SRT-SUCURSAL-GRUPO PIC X(4).
           05  SRT-CLAVE PIC X(30).
      *    POSICIONES UTILES DEL DOCUMENTO: EL MAS COMPLETO, PRIMERO
           05  SRT-PREFERENCIA PIC 99.
           05  SRT-DOCUMENTO PIC X(10).
           05  SRT-NOMBRE PIC X(30).
           05  SRT-SUCURSAL PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-DEPOSITOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-EOF-CLIENTES PIC X.
           88  FIN-CLIENTES VALUE "Y".
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-SORT PIC X.
           88  FIN-SORT VALUE "Y".
       01  WS-EOF-DEPOSITOS PIC X.
           88  FIN-DEPOSITOS VALUE "Y".

      *    D = PASADA POR DOCUMENTO, N = PASADA POR NOMBRE
       01  WS-PASADA PIC X.
           88  PASADA-DOCUMENTO VALUE "D".
           88  PASADA-NOMBRE VALUE "N".

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-CONT-CLIENTES PIC 9(7) VALUE ZERO.

      *    NORMALIZACION DEL DOCUMENTO
       01  WS-DOC-ENTRADA PIC X(10).
       01  WS-DOC-NORMAL PIC X(10).
       01  WS-DOC-LONGITUD PIC 99.
       01  WS-DOC-INICIO PIC 99.
       01  WS-DOC-CIFRAS PIC X.
           88  DOC-SOLO-CIFRAS VALUE "Y".
       01  WS-CAR PIC X.
       01  WS-POS PIC 99.

      *    NORMALIZACION DEL NOMBRE: PALABRAS SIGNIFICATIVAS
      *    ORDENADAS Y PEGADAS
       01  WS-NOMBRE-TRABAJO PIC X(30).
       01  WS-NOMBRE-CLAVE PIC X(30).
       01  WS-PALABRAS.
           05  WS-PAL OCCURS 8 TIMES PIC X(15).
       01  WS-SIGNIFICATIVAS.
           05  WS-SIG OCCURS 8 TIMES PIC X(15).
       01  WS-SIG-TOTAL PIC 9.
       01  WS-SIG-AUX PIC X(15).
       01  WS-PAL-IDX PIC 9.
       01  WS-ORD-IDX PIC 9.
       01  WS-CLAVE-POS PIC 99.

      *    GRUPO EN CURSO DEL CORTE DE CONTROL: EL PRIMERO ES EL QUE
      *    SE SUGIERE CONSERVAR
       01  WS-GRUPO-SUCURSAL PIC X(4).
       01  WS-GRUPO-CLAVE PIC X(30).
       01  WS-GRUPO-DOCUMENTO PIC X(10).
       01  WS-GRUPO-NOMBRE PIC X(30).
       01  WS-GRUPO-SUC-CLIENTE PIC X(4).

      *    PAREJAS CANDIDATAS
       01  WS-TABLA-PARES.
           05  WS-PAR OCCURS 500 TIMES.
               10  WS-PAR-SUPERVIVIENTE PIC X(10).
               10  WS-PAR-NOMBRE-SUP PIC X(30).
               10  WS-PAR-SUCURSAL-SUP PIC X(4).
               10  WS-PAR-DUPLICADO PIC X(10).
               10  WS-PAR-NOMBRE-DUP PIC X(30).
               10  WS-PAR-SUCURSAL-DUP PIC X(4).
      *        D DOCUMENTO, N NOMBRE, A AMBOS
               10  WS-PAR-MOTIVO PIC X.
               10  WS-PAR-PRESTAMOS-SUP PIC 9(4).
               10  WS-PAR-SALDO-SUP PIC 9(11)V99.
               10  WS-PAR-DEPOSITOS-SUP PIC 9(4).
               10  WS-PAR-PRESTAMOS-DUP PIC 9(4).
               10  WS-PAR-SALDO-DUP PIC 9(11)V99.
               10  WS-PAR-DEPOSITOS-DUP PIC 9(4).
       01  WS-PAR-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-PAR-IDX PIC 9(3).
       01  WS-PAR-POS PIC 9(3).
       01  WS-PAR-DESCARTADOS PIC 9(5) VALUE ZERO.
       01  WS-CONT-DOCUMENTO PIC 9(5) VALUE ZERO.
       01  WS-CONT-NOMBRE PIC 9(5) VALUE ZERO.
       01  WS-CONT-AMBOS PIC 9(5) VALUE ZERO.
       01  WS-CUENTA-CLIENTE PIC X(10).
       01  WS-CUENTAS-DEPOSITO PIC 9(4).

       01  WS-LINEA-PAREJA.
           05  WS-LPA-ROTULO PIC X(10).
           05  WS-LPA-DOCUMENTO PIC X(10).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LPA-NOMBRE PIC X(30).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LPA-SUCURSAL PIC X(4).
           05  FILLER PIC X VALUE SPACE.
           05  WS-LPA-PRESTAMOS PIC ZZZ9.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LPA-SALDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X VALUE SPACE.
           05  WS-LPA-DEPOSITOS PIC ZZZ9.
       01  WS-TEXTO-MOTIVO PIC X(40).
       01  WS-SALDO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RIESGO-CONJUNTO PIC 9(11)V99.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CLIENTES-DUPLICADOS".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "DUPLICADOS".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CLIENTES-DUPLICADOS".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT NO DISPONIBLE, NADA QUE COMPARAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CLIENTES-FILE

      *    PRIMERO POR DOCUMENTO, DESPUES POR NOMBRE EN LA SUCURSAL;
      *    UNA PAREJA QUE SALE EN LAS DOS QUEDA COMO "AMBOS"
           MOVE "D" TO WS-PASADA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SUCURSAL-GRUPO SRT-CLAVE
               ON DESCENDING KEY SRT-PREFERENCIA
               ON ASCENDING KEY SRT-DOCUMENTO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS BUSCA-PAREJAS
           MOVE "N" TO WS-PASADA
           SORT SORT-WORK
               ON ASCENDING KEY SRT-SUCURSAL-GRUPO SRT-CLAVE
               ON DESCENDING KEY SRT-PREFERENCIA
               ON ASCENDING KEY SRT-DOCUMENTO
               INPUT PROCEDURE IS CARGA-ORDENACION
               OUTPUT PROCEDURE IS BUSCA-PAREJAS

           IF WS-PAR-TOTAL > ZERO
               PERFORM CUENTA-PRESTAMOS
               PERFORM CUENTA-DEPOSITOS THRU CUENTA-DEPOSITOS-FIN
           END-IF

           OPEN OUTPUT DUPLICADOS-REPORT
           CALL "RPTHDR" USING "CLIENTES-DUPLICADOS"
               "INFORME_CLIENTES_DUPLICADOS.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CLIENTES DUPLICADOS PROBABLES A " WS-FECHA-PROCESO
               " - PARA REVISION ANTES DE PROPONER LA FUSION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "          DOCUMENTO  NOMBRE"
               "                         "
               "SUC  PRES             SALDO  DEP"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               PERFORM ESCRIBE-PAREJA
           END-PERFORM
           PERFORM ESCRIBE-TOTALES
           CLOSE DUPLICADOS-REPORT

           IF WS-PAR-TOTAL > ZERO OR WS-PAR-DESCARTADOS > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CLIENTES=" WS-CONT-CLIENTES
               " PAREJAS=" WS-PAR-TOTAL
               " DOCUMENTO=" WS-CONT-DOCUMENTO
               " NOMBRE=" WS-CONT-NOMBRE
               " AMBOS=" WS-CONT-AMBOS
               " SIN-SITIO=" WS-PAR-DESCARTADOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "CLIENTES DUPLICADOS: " WS-PAR-TOTAL
               " PAREJAS CANDIDATAS ENTRE " WS-CONT-CLIENTES
               " CLIENTES ACTIVOS"

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-ORDENACION.
           MOVE "N" TO WS-EOF-CLIENTES
           OPEN INPUT CLIENTES-FILE
           PERFORM UNTIL FIN-CLIENTES
               READ CLIENTES-FILE
                   AT END
                       SET FIN-CLIENTES TO TRUE
                   NOT AT END
                       IF CLI-ES-ACTIVO
                           PERFORM LIBERA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE.

       LIBERA-CLIENTE.
           IF PASADA-DOCUMENTO
               ADD 1 TO WS-CONT-CLIENTES
           END-IF
           MOVE CLI-DOCUMENTO TO WS-DOC-ENTRADA
           PERFORM NORMALIZA-DOCUMENTO
           MOVE SPACES TO SORT-RECORD
           IF PASADA-DOCUMENTO
               MOVE WS-DOC-NORMAL TO SRT-CLAVE
           ELSE
               PERFORM NORMALIZA-NOMBRE
      *        UNA SOLA PALABRA NO BASTA PARA SOSPECHAR
               IF WS-SIG-TOTAL < 2
                   MOVE SPACES TO SRT-CLAVE
               ELSE
                   MOVE WS-NOMBRE-CLAVE TO SRT-CLAVE
                   MOVE CLI-SUCURSAL TO SRT-SUCURSAL-GRUPO
               END-IF
           END-IF
           IF SRT-CLAVE NOT = SPACES
               MOVE WS-DOC-LONGITUD TO SRT-PREFERENCIA
               MOVE CLI-DOCUMENTO TO SRT-DOCUMENTO
               MOVE CLI-NOMBRE TO SRT-NOMBRE
               MOVE CLI-SUCURSAL TO SRT-SUCURSAL
               RELEASE SORT-RECORD
           END-IF.

      *    SOLO LETRAS Y CIFRAS EN MAYUSCULAS; FUERA LOS CEROS A LA
      *    IZQUIERDA Y LA LETRA DE CONTROL DE UN DNI (CIFRAS Y LETRA)
      *    O DE UN NIE (X, Y O Z, CIFRAS Y LETRA)
       NORMALIZA-DOCUMENTO.
           INSPECT WS-DOC-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-DOC-NORMAL
           MOVE ZERO TO WS-DOC-LONGITUD
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10
               MOVE WS-DOC-ENTRADA(WS-POS:1) TO WS-CAR
               IF WS-CAR IS NUMERIC
                       OR (WS-CAR >= "A" AND WS-CAR <= "Z")
                   ADD 1 TO WS-DOC-LONGITUD
                   MOVE WS-CAR TO WS-DOC-NORMAL(WS-DOC-LONGITUD:1)
               END-IF
           END-PERFORM
           IF WS-DOC-LONGITUD < 2
               GO TO NORMALIZA-DOCUMENTO-FIN
           END-IF

           MOVE WS-DOC-NORMAL(WS-DOC-LONGITUD:1) TO WS-CAR
           IF WS-CAR >= "A" AND WS-CAR <= "Z"
               IF WS-DOC-NORMAL(1:1) = "X" OR "Y" OR "Z"
                   MOVE 2 TO WS-DOC-INICIO
               ELSE
                   MOVE 1 TO WS-DOC-INICIO
               END-IF
               MOVE "Y" TO WS-DOC-CIFRAS
               PERFORM VARYING WS-POS FROM WS-DOC-INICIO BY 1
                       UNTIL WS-POS >= WS-DOC-LONGITUD
                   IF WS-DOC-NORMAL(WS-POS:1) NOT NUMERIC
                       MOVE "N" TO WS-DOC-CIFRAS
                   END-IF
               END-PERFORM
               IF DOC-SOLO-CIFRAS AND WS-DOC-INICIO < WS-DOC-LONGITUD
                   MOVE SPACE TO WS-DOC-NORMAL(WS-DOC-LONGITUD:1)
               END-IF
           END-IF

           MOVE WS-DOC-NORMAL TO WS-DOC-ENTRADA
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS >= 10
                   OR WS-DOC-ENTRADA(WS-POS:1) NOT = "0"
                   OR WS-DOC-ENTRADA(WS-POS + 1:1) = SPACE
               ADD 1 TO WS-POS
           END-PERFORM
           MOVE WS-DOC-ENTRADA(WS-POS:) TO WS-DOC-NORMAL.

       NORMALIZA-DOCUMENTO-FIN.
           EXIT.

       NORMALIZA-NOMBRE.
           MOVE CLI-NOMBRE TO WS-NOMBRE-TRABAJO
           INSPECT WS-NOMBRE-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ       "
           MOVE SPACES TO WS-PALABRAS
           UNSTRING WS-NOMBRE-TRABAJO DELIMITED BY ALL SPACE
               INTO WS-PAL(1) WS-PAL(2) WS-PAL(3) WS-PAL(4)
                   WS-PAL(5) WS-PAL(6) WS-PAL(7) WS-PAL(8)
           END-UNSTRING
           MOVE SPACES TO WS-SIGNIFICATIVAS
           MOVE ZERO TO WS-SIG-TOTAL
           PERFORM VARYING WS-PAL-IDX FROM 1 BY 1 UNTIL WS-PAL-IDX > 8
               IF WS-PAL(WS-PAL-IDX) NOT = SPACES
                       AND WS-PAL(WS-PAL-IDX) NOT = "DE"
                       AND WS-PAL(WS-PAL-IDX) NOT = "DEL"
                       AND WS-PAL(WS-PAL-IDX) NOT = "LA"
                       AND WS-PAL(WS-PAL-IDX) NOT = "LAS"
                       AND WS-PAL(WS-PAL-IDX) NOT = "LOS"
                       AND WS-PAL(WS-PAL-IDX) NOT = "Y"
                   ADD 1 TO WS-SIG-TOTAL
                   MOVE WS-PAL(WS-PAL-IDX) TO WS-SIG(WS-SIG-TOTAL)
               END-IF
           END-PERFORM
      *    EL ORDEN DE LAS PALABRAS NO CUENTA: APELLIDOS, NOMBRE Y
      *    NOMBRE APELLIDOS DAN LA MISMA CLAVE
           PERFORM VARYING WS-PAL-IDX FROM 1 BY 1
                   UNTIL WS-PAL-IDX >= WS-SIG-TOTAL
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-SIG-TOTAL - WS-PAL-IDX
                   IF WS-SIG(WS-ORD-IDX) > WS-SIG(WS-ORD-IDX + 1)
                       MOVE WS-SIG(WS-ORD-IDX) TO WS-SIG-AUX
                       MOVE WS-SIG(WS-ORD-IDX + 1)
                           TO WS-SIG(WS-ORD-IDX)
                       MOVE WS-SIG-AUX TO WS-SIG(WS-ORD-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-NOMBRE-CLAVE
           MOVE 1 TO WS-CLAVE-POS
           PERFORM VARYING WS-PAL-IDX FROM 1 BY 1
                   UNTIL WS-PAL-IDX > WS-SIG-TOTAL
               STRING WS-SIG(WS-PAL-IDX) DELIMITED BY SPACE
                   INTO WS-NOMBRE-CLAVE WITH POINTER WS-CLAVE-POS
               END-STRING
           END-PERFORM.

       BUSCA-PAREJAS.
           MOVE "N" TO WS-EOF-SORT
           MOVE SPACES TO WS-GRUPO-SUCURSAL
           MOVE SPACES TO WS-GRUPO-CLAVE
           PERFORM LEE-ORDENADO
           PERFORM UNTIL FIN-SORT
               IF SRT-SUCURSAL-GRUPO = WS-GRUPO-SUCURSAL
                       AND SRT-CLAVE = WS-GRUPO-CLAVE
                   PERFORM REGISTRA-PAREJA THRU REGISTRA-PAREJA-FIN
               ELSE
                   MOVE SRT-SUCURSAL-GRUPO TO WS-GRUPO-SUCURSAL
                   MOVE SRT-CLAVE TO WS-GRUPO-CLAVE
                   MOVE SRT-DOCUMENTO TO WS-GRUPO-DOCUMENTO
                   MOVE SRT-NOMBRE TO WS-GRUPO-NOMBRE
                   MOVE SRT-SUCURSAL TO WS-GRUPO-SUC-CLIENTE
               END-IF
               PERFORM LEE-ORDENADO
           END-PERFORM.

       LEE-ORDENADO.
           RETURN SORT-WORK
               AT END
                   SET FIN-SORT TO TRUE
           END-RETURN.

      *    CADA MIEMBRO DEL GRUPO SE EMPAREJA CON EL PRIMERO
       REGISTRA-PAREJA.
           MOVE ZERO TO WS-PAR-POS
           IF PASADA-NOMBRE
               PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                       UNTIL WS-PAR-IDX > WS-PAR-TOTAL
                       OR WS-PAR-POS > ZERO
                   IF (WS-PAR-SUPERVIVIENTE(WS-PAR-IDX)
                               = WS-GRUPO-DOCUMENTO
                           AND WS-PAR-DUPLICADO(WS-PAR-IDX)
                               = SRT-DOCUMENTO)
                       OR (WS-PAR-SUPERVIVIENTE(WS-PAR-IDX)
                               = SRT-DOCUMENTO
                           AND WS-PAR-DUPLICADO(WS-PAR-IDX)
                               = WS-GRUPO-DOCUMENTO)
                       MOVE WS-PAR-IDX TO WS-PAR-POS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAR-POS > ZERO
               MOVE "A" TO WS-PAR-MOTIVO(WS-PAR-POS)
               SUBTRACT 1 FROM WS-CONT-DOCUMENTO
               ADD 1 TO WS-CONT-AMBOS
               GO TO REGISTRA-PAREJA-FIN
           END-IF

           IF WS-PAR-TOTAL >= 500
               ADD 1 TO WS-PAR-DESCARTADOS
               GO TO REGISTRA-PAREJA-FIN
           END-IF
           ADD 1 TO WS-PAR-TOTAL
           INITIALIZE WS-PAR(WS-PAR-TOTAL)
           MOVE WS-GRUPO-DOCUMENTO TO WS-PAR-SUPERVIVIENTE(WS-PAR-TOTAL)
           MOVE WS-GRUPO-NOMBRE TO WS-PAR-NOMBRE-SUP(WS-PAR-TOTAL)
           MOVE WS-GRUPO-SUC-CLIENTE
               TO WS-PAR-SUCURSAL-SUP(WS-PAR-TOTAL)
           MOVE SRT-DOCUMENTO TO WS-PAR-DUPLICADO(WS-PAR-TOTAL)
           MOVE SRT-NOMBRE TO WS-PAR-NOMBRE-DUP(WS-PAR-TOTAL)
           MOVE SRT-SUCURSAL TO WS-PAR-SUCURSAL-DUP(WS-PAR-TOTAL)
           MOVE WS-PASADA TO WS-PAR-MOTIVO(WS-PAR-TOTAL)
           IF PASADA-DOCUMENTO
               ADD 1 TO WS-CONT-DOCUMENTO
           ELSE
               ADD 1 TO WS-CONT-NOMBRE
           END-IF.

       REGISTRA-PAREJA-FIN.
           EXIT.

      *    RIESGO VIVO DE CADA LADO DE LA PAREJA
       CUENTA-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "AVISO: PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, "
                   "SIN RIESGO EN EL LISTADO"
               SET FIN-PRESTAMOS TO TRUE
           END-IF
           PERFORM UNTIL FIN-PRESTAMOS
               READ PRESTAMOS-FILE
                   AT END
                       SET FIN-PRESTAMOS TO TRUE
                   NOT AT END
                       IF PRE-ACTIVO
                           PERFORM ACUMULA-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRESTAMOS-STATUS NOT = "35"
               CLOSE PRESTAMOS-FILE
           END-IF.

       ACUMULA-PRESTAMO.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               IF PRE-CLIENTE = WS-PAR-SUPERVIVIENTE(WS-PAR-IDX)
                   ADD 1 TO WS-PAR-PRESTAMOS-SUP(WS-PAR-IDX)
                   ADD PRE-SALDO TO WS-PAR-SALDO-SUP(WS-PAR-IDX)
               END-IF
               IF PRE-CLIENTE = WS-PAR-DUPLICADO(WS-PAR-IDX)
                   ADD 1 TO WS-PAR-PRESTAMOS-DUP(WS-PAR-IDX)
                   ADD PRE-SALDO TO WS-PAR-SALDO-DUP(WS-PAR-IDX)
               END-IF
           END-PERFORM.

       CUENTA-DEPOSITOS.
           OPEN INPUT DEPOSITOS-FILE
           IF WS-DEPOSITOS-STATUS NOT = "00"
               GO TO CUENTA-DEPOSITOS-FIN
           END-IF
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               MOVE WS-PAR-SUPERVIVIENTE(WS-PAR-IDX)
                   TO WS-CUENTA-CLIENTE
               PERFORM CUENTA-CUENTAS-CLIENTE
                   THRU CUENTA-CUENTAS-CLIENTE-FIN
               MOVE WS-CUENTAS-DEPOSITO
                   TO WS-PAR-DEPOSITOS-SUP(WS-PAR-IDX)
               MOVE WS-PAR-DUPLICADO(WS-PAR-IDX) TO WS-CUENTA-CLIENTE
               PERFORM CUENTA-CUENTAS-CLIENTE
                   THRU CUENTA-CUENTAS-CLIENTE-FIN
               MOVE WS-CUENTAS-DEPOSITO
                   TO WS-PAR-DEPOSITOS-DUP(WS-PAR-IDX)
           END-PERFORM
           CLOSE DEPOSITOS-FILE.

       CUENTA-DEPOSITOS-FIN.
           EXIT.

       CUENTA-CUENTAS-CLIENTE.
           MOVE ZERO TO WS-CUENTAS-DEPOSITO
           MOVE "N" TO WS-EOF-DEPOSITOS
           MOVE WS-CUENTA-CLIENTE TO DEP-CLIENTE
           START DEPOSITOS-FILE KEY IS = DEP-CLIENTE
               INVALID KEY
                   GO TO CUENTA-CUENTAS-CLIENTE-FIN
           END-START
           PERFORM UNTIL FIN-DEPOSITOS
               READ DEPOSITOS-FILE NEXT RECORD
                   AT END
                       SET FIN-DEPOSITOS TO TRUE
                   NOT AT END
                       IF DEP-CLIENTE NOT = WS-CUENTA-CLIENTE
                           SET FIN-DEPOSITOS TO TRUE
                       ELSE
                           IF NOT DEP-CANCELADO
                               ADD 1 TO WS-CUENTAS-DEPOSITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CUENTA-CUENTAS-CLIENTE-FIN.
           EXIT.

       ESCRIBE-PAREJA.
           MOVE "CONSERVAR " TO WS-LPA-ROTULO
           MOVE WS-PAR-SUPERVIVIENTE(WS-PAR-IDX) TO WS-LPA-DOCUMENTO
           MOVE WS-PAR-NOMBRE-SUP(WS-PAR-IDX) TO WS-LPA-NOMBRE
           MOVE WS-PAR-SUCURSAL-SUP(WS-PAR-IDX) TO WS-LPA-SUCURSAL
           MOVE WS-PAR-PRESTAMOS-SUP(WS-PAR-IDX) TO WS-LPA-PRESTAMOS
           MOVE WS-PAR-SALDO-SUP(WS-PAR-IDX) TO WS-LPA-SALDO
           MOVE WS-PAR-DEPOSITOS-SUP(WS-PAR-IDX) TO WS-LPA-DEPOSITOS
           MOVE WS-LINEA-PAREJA TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "DUPLICADO " TO WS-LPA-ROTULO
           MOVE WS-PAR-DUPLICADO(WS-PAR-IDX) TO WS-LPA-DOCUMENTO
           MOVE WS-PAR-NOMBRE-DUP(WS-PAR-IDX) TO WS-LPA-NOMBRE
           MOVE WS-PAR-SUCURSAL-DUP(WS-PAR-IDX) TO WS-LPA-SUCURSAL
           MOVE WS-PAR-PRESTAMOS-DUP(WS-PAR-IDX) TO WS-LPA-PRESTAMOS
           MOVE WS-PAR-SALDO-DUP(WS-PAR-IDX) TO WS-LPA-SALDO
           MOVE WS-PAR-DEPOSITOS-DUP(WS-PAR-IDX) TO WS-LPA-DEPOSITOS
           MOVE WS-LINEA-PAREJA TO REPORT-RECORD
           WRITE REPORT-RECORD

           EVALUATE WS-PAR-MOTIVO(WS-PAR-IDX)
               WHEN "D"
                   MOVE "MISMO DOCUMENTO NORMALIZADO"
                       TO WS-TEXTO-MOTIVO
               WHEN "N"
                   MOVE "MISMO NOMBRE EN LA SUCURSAL"
                       TO WS-TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "MISMO DOCUMENTO Y MISMO NOMBRE"
                       TO WS-TEXTO-MOTIVO
           END-EVALUATE
           COMPUTE WS-RIESGO-CONJUNTO =
               WS-PAR-SALDO-SUP(WS-PAR-IDX)
               + WS-PAR-SALDO-DUP(WS-PAR-IDX)
           MOVE WS-RIESGO-CONJUNTO TO WS-SALDO-ED
           MOVE SPACES TO REPORT-RECORD
           STRING "          MOTIVO: " WS-TEXTO-MOTIVO
               " RIESGO CONJUNTO " WS-SALDO-ED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ESCRIBE-TOTALES.
           MOVE SPACES TO REPORT-RECORD
           STRING "CLIENTES ACTIVOS=" WS-CONT-CLIENTES
               " PAREJAS=" WS-PAR-TOTAL
               " POR DOCUMENTO=" WS-CONT-DOCUMENTO
               " POR NOMBRE=" WS-CONT-NOMBRE
               " AMBOS=" WS-CONT-AMBOS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PAR-DESCARTADOS > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "AVISO: " WS-PAR-DESCARTADOS
                   " PAREJAS NO CABEN EN LA TABLA; FUSIONE LAS "
                   "LISTADAS Y VUELVA A LANZAR"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE "PROPONGA CADA FUSION CON LA OPCION F DE CLIENTES-MAINT"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM CLIENTES-DUPLICADOS.
