      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de PRESTAMOS_MAESTRO.DAT al registro
      *          PRESTREC actual. La cartera es indexada y de longitud
      *          fija: el registro original de 85 posiciones (hasta
      *          PRE-PERIODOS-FACTURADOS) no se abre con el que lleva
      *          el fallido y su recuperacion, la demora, la
      *          reestructuracion, el interes periodificado y la etapa
      *          de reclamacion. Antes de correrlo el fichero actual se
      *          renombra a PRESTAMOS_MAESTRO_85.DAT; este paso lo lee
      *          con el formato antiguo y reconstruye
      *          PRESTAMOS_MAESTRO.DAT con el nuevo, igual que
      *          HISTORIA-CONVERSION con la historia de empleados.
      *          Los campos anadidos salen a cero o en blanco: sin
      *          fallido ni recuperado, sin demora devengada ni
      *          pendiente (MORA-PRESTAMOS empieza por el vencimiento
      *          de cada cuota), sin reestructurar, sin interes
      *          periodificado (DEVENGO-INTERESES lo empieza en la
      *          siguiente corrida) y sin reclamar (etapa 0). Si
      *          PRESTAMOS_MAESTRO.DAT ya existe no hace nada (RC 8),
      *          para no pisar una cartera convertida. Cuadra
      *          registros leidos contra grabados (RC 8 si no casan).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAMOS-CONVERSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGUO-FILE ASSIGN TO "PRESTAMOS_MAESTRO_85.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-REFERENCIA
               FILE STATUS IS WS-ANTIGUO-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGUO-FILE.
       01  ANTIGUO-RECORD.
           05  ANT-REFERENCIA PIC X(8).
           05  ANT-CLIENTE PIC X(10).
           05  ANT-SUCURSAL PIC X(4).
           05  ANT-PRODUCTO PIC X(4).
           05  ANT-PRINCIPAL PIC 9(9)V99.
           05  ANT-TASA PIC 9(2)V9(6).
           05  ANT-PERIODOS PIC 9(4).
           05  ANT-CUOTA PIC 9(9)V99.
           05  ANT-SALDO PIC 9(9)V99.
           05  ANT-TIPO-TASA PIC X.
           05  ANT-ESTADO PIC X.
           05  ANT-FECHA-ALTA PIC 9(8).
           05  ANT-PERIODOS-FACTURADOS PIC 9(4).

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       WORKING-STORAGE SECTION.
       01  WS-ANTIGUO-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-EOF-ANTIGUO PIC X VALUE "N".
           88  FIN-ANTIGUO VALUE "Y".
       01  WS-CONT-LEIDOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-GRABADOS PIC 9(7) VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PRESTAMOS-CONVERSION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REORG".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE "PRESTAMOS_MAESTRO".
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PRESTAMOS-CONVERSION".

      *    UNA CARTERA YA EXISTENTE ES UNA YA CONVERTIDA O UNA EN USO:
      *    NO SE ESTRENA ENCIMA
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS = "00"
               CLOSE PRESTAMOS-FILE
               DISPLAY "PRESTAMOS_MAESTRO.DAT YA EXISTE: RENOMBRELO A "
                   "PRESTAMOS_MAESTRO_85.DAT ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ANTIGUO-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_MAESTRO_85.DAT" WS-ANTIGUO-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRESTAMOS-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "PRESTAMOS_MAESTRO.DAT" WS-PRESTAMOS-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE ANTIGUO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LEE-ANTIGUO
           PERFORM UNTIL FIN-ANTIGUO
               ADD 1 TO WS-CONT-LEIDOS
               PERFORM CONVIERTE-REGISTRO
               PERFORM LEE-ANTIGUO
           END-PERFORM

           CLOSE ANTIGUO-FILE
           CLOSE PRESTAMOS-FILE

           DISPLAY "CONVERSION DE LA CARTERA. LEIDOS=" WS-CONT-LEIDOS
               " GRABADOS=" WS-CONT-GRABADOS
           IF WS-CONT-GRABADOS NOT = WS-CONT-LEIDOS
               DISPLAY "ERROR: NO SE HAN GRABADO TODOS LOS REGISTROS"
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           STRING "CONVERSION PRESTAMOS LEIDOS=" WS-CONT-LEIDOS
               " GRABADOS=" WS-CONT-GRABADOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-ANTIGUO.
           READ ANTIGUO-FILE NEXT RECORD
               AT END
                   SET FIN-ANTIGUO TO TRUE
           END-READ.

       CONVIERTE-REGISTRO.
           MOVE SPACES TO PRESTAMO-REGISTRO
           MOVE ANT-REFERENCIA TO PRE-REFERENCIA
           MOVE ANT-CLIENTE TO PRE-CLIENTE
           MOVE ANT-SUCURSAL TO PRE-SUCURSAL
           MOVE ANT-PRODUCTO TO PRE-PRODUCTO
           MOVE ANT-PRINCIPAL TO PRE-PRINCIPAL
           MOVE ANT-TASA TO PRE-TASA
           MOVE ANT-PERIODOS TO PRE-PERIODOS
           MOVE ANT-CUOTA TO PRE-CUOTA
           MOVE ANT-SALDO TO PRE-SALDO
           MOVE ANT-TIPO-TASA TO PRE-TIPO-TASA
           MOVE ANT-ESTADO TO PRE-ESTADO
           MOVE ANT-FECHA-ALTA TO PRE-FECHA-ALTA
           MOVE ANT-PERIODOS-FACTURADOS TO PRE-PERIODOS-FACTURADOS
      *    SIN FALLIDO, SIN DEMORA, SIN REESTRUCTURAR, SIN INTERES
      *    PERIODIFICADO Y SIN RECLAMAR
           MOVE ZERO TO PRE-FECHA-FALLIDO
           MOVE ZERO TO PRE-IMPORTE-FALLIDO
           MOVE ZERO TO PRE-RECUPERADO
           MOVE ZERO TO PRE-FECHA-MORA
           MOVE ZERO TO PRE-MORA-PENDIENTE
           MOVE ZERO TO PRE-MORA-DEVENGADA
           MOVE ZERO TO PRE-FECHA-REESTRUCTURA
           MOVE ZERO TO PRE-INTERES-DEVENGADO
           MOVE ZERO TO PRE-FECHA-DEVENGO
           MOVE ZERO TO PRE-ETAPA-RECLAMACION
           MOVE ZERO TO PRE-FECHA-RECLAMACION

           WRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN LA CARTERA: "
                       ANT-REFERENCIA
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRABADOS
           END-WRITE.

       END PROGRAM PRESTAMOS-CONVERSION.
