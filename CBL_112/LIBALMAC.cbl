      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liberacion diaria del almacen de fecha valor futura.
      *          EDITA-TRANSACCIONES aparca en TRANSACCIONES_ALMACEN.DAT
      *          los detalles que un originador manda hoy con fecha
      *          valor de otro dia posterior. Este paso corre antes de
      *          la edicion del lote: recorre el almacen en orden de
      *          fecha valor y todo detalle cuya fecha efectiva ya ha
      *          llegado (su fecha valor, o el siguiente dia habil de
      *          DIA-HABIL si la fecha valor cae en sabado, domingo o
      *          festivo) pasa a TRANSACCIONES_VALOR.DAT, el puente que
      *          EDITA-TRANSACCIONES incorpora al TRANSACCIONES_OK.DAT
      *          del dia. El detalle liberado viaja con la fecha valor
      *          en blanco (ya es una operacion normal de la jornada),
      *          sale del almacen y cada liberacion queda auditada.
      *          Tambien viaja con el originador con el que se aparco
      *          (ALM-ORIGEN), para que al entrar en el lote del dia,
      *          que puede ser de otro originador, siga siendo suyo.
      *          El recorrido se para en la primera fecha valor
      *          posterior a la fecha de proceso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-ALMACEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMACEN-FILE ASSIGN TO "TRANSACCIONES_ALMACEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CLAVE
               FILE STATUS IS WS-ALMACEN-STATUS.

      *    PUENTE HACIA EDITA-TRANSACCIONES, MISMA IMAGEN DE 80
      *    POSICIONES QUE TRANSACCIONES.DAT
           SELECT VALOR-HOY-FILE ASSIGN TO "TRANSACCIONES_VALOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALOR-HOY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALMACEN-FILE.
       COPY ALMACREC.

       FD  VALOR-HOY-FILE.
       01  VALOR-HOY-RECORD.
           05  VHO-GRUPO PIC X(7).
           05  VHO-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  VHO-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05  VHO-OPERACION PIC X.
           05  VHO-DIVISA PIC X(3).
           05  VHO-SUCURSAL PIC X(4).
           05  VHO-FECHA-VALOR PIC X(8).
           05  FILLER PIC X(13).
           05  VHO-ORIGEN PIC X(10).
           05  FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-ALMACEN-STATUS PIC XX.
       01  WS-VALOR-HOY-STATUS PIC XX.
       01  WS-EOF-ALMACEN PIC X VALUE "N".
           88  FIN-ALMACEN VALUE "Y".

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-EFECTIVA PIC 9(8).
       01  WS-ES-HABIL PIC X.
           88  ES-HABIL VALUE "Y".
       01  WS-SIGUIENTE-HABIL PIC 9(8).

       01  WS-CONT-LIBERADAS PIC 9(6) VALUE ZERO.
       01  WS-CONT-PENDIENTES PIC 9(6) VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "LIBERA-ALMACEN".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "ALMACEN".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "LIBERA-ALMACEN".
           CALL "FECHAPROC" USING WS-FECHA-HOY

           OPEN I-O ALMACEN-FILE
           IF WS-ALMACEN-STATUS NOT = "00"
               DISPLAY "NO HAY ALMACEN DE FECHA VALOR, NADA QUE "
                   "LIBERAR"
               GOBACK
           END-IF

           OPEN EXTEND VALOR-HOY-FILE
           IF WS-VALOR-HOY-STATUS NOT = "00"
               OPEN OUTPUT VALOR-HOY-FILE
           END-IF
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "TRANSACCIONES_VALOR.DAT" WS-VALOR-HOY-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               CLOSE ALMACEN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO ALM-CLAVE
           START ALMACEN-FILE KEY IS >= ALM-CLAVE
               INVALID KEY
                   SET FIN-ALMACEN TO TRUE
           END-START
           IF NOT FIN-ALMACEN
               PERFORM LEE-ALMACEN
           END-IF
           PERFORM UNTIL FIN-ALMACEN
               PERFORM EVALUA-DETALLE THRU EVALUA-DETALLE-FIN
               IF NOT FIN-ALMACEN
                   PERFORM LEE-ALMACEN
               END-IF
           END-PERFORM

           CLOSE VALOR-HOY-FILE
           CLOSE ALMACEN-FILE

           DISPLAY "LIBERACION DEL ALMACEN COMPLETA: LIBERADAS="
               WS-CONT-LIBERADAS " APLAZADAS POR DIA INHABIL="
               WS-CONT-PENDIENTES

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LEE-ALMACEN.
           READ ALMACEN-FILE NEXT RECORD
               AT END
                   SET FIN-ALMACEN TO TRUE
           END-READ.

       EVALUA-DETALLE.
      *    LA FECHA EFECTIVA NUNCA ES ANTERIOR A LA FECHA VALOR, ASI
      *    QUE LA PRIMERA FECHA VALOR FUTURA CIERRA EL RECORRIDO
           IF ALM-FECHA-VALOR > WS-FECHA-HOY
               SET FIN-ALMACEN TO TRUE
               GO TO EVALUA-DETALLE-FIN
           END-IF
           CALL "DIA-HABIL" USING ALM-FECHA-VALOR WS-ES-HABIL
               WS-SIGUIENTE-HABIL
           IF ES-HABIL
               MOVE ALM-FECHA-VALOR TO WS-FECHA-EFECTIVA
           ELSE
               MOVE WS-SIGUIENTE-HABIL TO WS-FECHA-EFECTIVA
           END-IF
           IF WS-FECHA-EFECTIVA > WS-FECHA-HOY
               ADD 1 TO WS-CONT-PENDIENTES
               GO TO EVALUA-DETALLE-FIN
           END-IF
           PERFORM LIBERA-DETALLE.

       EVALUA-DETALLE-FIN.
           EXIT.

       LIBERA-DETALLE.
           MOVE ALM-IMAGEN TO VALOR-HOY-RECORD
           MOVE SPACES TO VHO-FECHA-VALOR
           MOVE ALM-ORIGEN TO VHO-ORIGEN
           WRITE VALOR-HOY-RECORD
           DELETE ALMACEN-FILE RECORD
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO BORRAR DEL ALMACEN EL "
                       "DETALLE " ALM-LOTE-ID "/" ALM-SECUENCIA
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-DELETE
           ADD 1 TO WS-CONT-LIBERADAS
           MOVE ALM-LOTE-ID TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "LIBERADA DEL ALMACEN GRUPO=" VHO-GRUPO
               " ORIGEN=" ALM-ORIGEN
               " VALOR=" ALM-FECHA-VALOR
               " EFECTIVA=" WS-FECHA-EFECTIVA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM LIBERA-ALMACEN.
