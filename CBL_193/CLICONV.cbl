      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de CLIENTES.DAT al registro CLIENREC
      *          actual. El maestro de clientes es indexado y de
      *          longitud fija: la ficha original de 53 posiciones
      *          (documento, nombre, sucursal, estado y fecha) no se
      *          abre con el registro que lleva la domiciliacion, el
      *          limite de credito y la diligencia debida. Antes de
      *          correrlo el fichero actual se renombra a
      *          CLIENTES_53.DAT; este paso lo lee con el formato
      *          antiguo y reconstruye CLIENTES.DAT con el nuevo, igual
      *          que HISTORIA-CONVERSION con la historia de empleados.
      *          Los campos anadidos salen en blanco o a cero: sin
      *          orden de domiciliacion, sin limite asignado y sin
      *          calificacion ni revision de diligencia registradas,
      *          que es como los tratan CLIENTES-MAINT, la cotizacion
      *          y el alta de prestamos hasta que se informan. Si
      *          CLIENTES.DAT ya existe no hace nada (RC 8), para no
      *          pisar un maestro convertido. Cuadra registros leidos
      *          contra grabados (RC 8 si no casan).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CONVERSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTIGUO-FILE ASSIGN TO "CLIENTES_53.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-DOCUMENTO
               FILE STATUS IS WS-ANTIGUO-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANTIGUO-FILE.
       01  ANTIGUO-RECORD.
           05  ANT-DOCUMENTO PIC X(10).
           05  ANT-NOMBRE PIC X(30).
           05  ANT-SUCURSAL PIC X(4).
           05  ANT-ACTIVO PIC X.
           05  ANT-FECHA-ACTUALIZACION PIC 9(8).

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       WORKING-STORAGE SECTION.
       01  WS-ANTIGUO-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-EOF-ANTIGUO PIC X VALUE "N".
           88  FIN-ANTIGUO VALUE "Y".
       01  WS-CONT-LEIDOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-GRABADOS PIC 9(7) VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "CLIENTES-CONVERSION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "REORG".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE "CLIENTES".
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "CLIENTES-CONVERSION".

      *    UN MAESTRO YA EXISTENTE ES UNO YA CONVERTIDO O UNO EN USO:
      *    NO SE ESTRENA ENCIMA
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               CLOSE CLIENTES-FILE
               DISPLAY "CLIENTES.DAT YA EXISTE: RENOMBRELO A "
                   "CLIENTES_53.DAT ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ANTIGUO-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "CLIENTES_53.DAT" WS-ANTIGUO-STATUS WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CLIENTES-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "CLIENTES.DAT" WS-CLIENTES-STATUS WS-SEVERIDAD
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
           CLOSE CLIENTES-FILE

           DISPLAY "CONVERSION DE CLIENTES. LEIDOS=" WS-CONT-LEIDOS
               " GRABADOS=" WS-CONT-GRABADOS
           IF WS-CONT-GRABADOS NOT = WS-CONT-LEIDOS
               DISPLAY "ERROR: NO SE HAN GRABADO TODOS LOS REGISTROS"
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           STRING "CONVERSION CLIENTES LEIDOS=" WS-CONT-LEIDOS
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
           MOVE SPACES TO CLIENTE-RECORD
           MOVE ANT-DOCUMENTO TO CLI-DOCUMENTO
           MOVE ANT-NOMBRE TO CLI-NOMBRE
           MOVE ANT-SUCURSAL TO CLI-SUCURSAL
           MOVE ANT-ACTIVO TO CLI-ACTIVO
           MOVE ANT-FECHA-ACTUALIZACION TO CLI-FECHA-ACTUALIZACION
      *    SIN MANDATO, SIN LIMITE Y SIN REVISION REGISTRADA
           MOVE ZERO TO CLI-FECHA-MANDATO
           MOVE ZERO TO CLI-LIMITE-CREDITO
           MOVE ZERO TO CLI-FECHA-REVISION
           MOVE ZERO TO CLI-FECHA-PROX-REVISION

           WRITE CLIENTE-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN CLIENTES: "
                       ANT-DOCUMENTO
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRABADOS
           END-WRITE.

       END PROGRAM CLIENTES-CONVERSION.
