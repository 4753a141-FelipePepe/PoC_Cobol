      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion en doble control de los asientos contables
      *          manuales, al estilo de FALLIDOS-APROBACION (CBL_117).
      *          Los asientos que ASIENTOS-MANUALES (CBL_156) deja
      *          pendientes en ASIENTOS_MANUALES.DAT se presentan uno
      *          a uno a un segundo operador con la marca ASIENTO de
      *          SEGURIDAD, distinto del que lo preparo, que lo
      *          aprueba o lo rechaza. Antes de decidir se vuelven a
      *          comprobar el cuadre y que todas las cuentas sigan
      *          activas en CUENTAS.DAT; si no, el asiento solo puede
      *          rechazarse o dejarse pendiente. El aprobado lo lleva
      *          INTERFAZ-CONTABLE a ASIENTOS_CONTABLES.DAT a partir
      *          de su fecha contable (y su reversion, si la lleva, el
      *          primer dia del mes siguiente). Cada decision queda en
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-APROBACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUALES-FILE ASSIGN TO "ASIENTOS_MANUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAN-CLAVE
               FILE STATUS IS WS-MANUALES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS WS-CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANUALES-FILE.
       COPY ASIMAREC.

       FD  CUENTAS-FILE.
       01  CUENTA-RECORD.
           05  CTA-CUENTA PIC X(10).
           05  CTA-DESCRIPCION PIC X(30).
           05  CTA-ACTIVA PIC X.
               88  CTA-ES-ACTIVA VALUE "A".
           05  CTA-FECHA-ACTUALIZACION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MANUALES-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".

      *    COLA DE ASIENTOS PENDIENTES DE LA SESION
       01  WS-TABLA-PENDIENTES.
           05  WS-PEND-NUMERO OCCURS 200 TIMES PIC 9(6).
       01  WS-PEND-TOTAL PIC 9(3) VALUE ZERO.
       01  WS-PEND-DESBORDE PIC X VALUE "N".
           88  PEND-DESBORDE VALUE "Y".
       01  WS-IDX PIC 9(3).

       01  WS-NUMERO PIC 9(6).
       01  WS-PREPARADOR PIC X(20).
       01  WS-LINEAS PIC 99.
       01  WS-TOTAL-DEBE PIC 9(9)V99.
       01  WS-TOTAL-HABER PIC 9(9)V99.
       01  WS-CUENTAS-MAL PIC 99.
       01  WS-ASIENTO-VALIDO PIC X.
           88  ASIENTO-VALIDO VALUE "Y".

       01  WS-DECISION PIC X.
           88  DECISION-APROBAR VALUE "A" "a".
           88  DECISION-RECHAZAR VALUE "R" "r".
           88  DECISION-SALTAR VALUE "S" "s".

       01  WS-APROBADOR PIC X(20).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-CONT-APROBADOS PIC 9(4) VALUE ZERO.
       01  WS-CONT-RECHAZADOS PIC 9(4) VALUE ZERO.

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).

       01  WS-AUTORIZADO PIC 9.
       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ASIENTOS-APROBACION".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CONTABLE".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ASIENTOS-APROBACION".

      *    SOLO UN OPERADOR CON LA MARCA ASIENTO PUEDE FIRMAR
           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "ASIENTO   "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "APROBACION DENEGADA POR SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS NOT = "00"
               DISPLAY "CUENTAS.DAT NO DISPONIBLE: NO SE PUEDEN "
                   "APROBAR ASIENTOS MANUALES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MANUALES-FILE
           IF WS-MANUALES-STATUS NOT = "00"
               DISPLAY "NO HAY ASIENTOS MANUALES PENDIENTES DE APROBAR"
               CLOSE CUENTAS-FILE
               GOBACK
           END-IF

           PERFORM CARGA-PENDIENTES
           IF PEND-DESBORDE
               DISPLAY "AVISO: MAS DE 200 ASIENTOS PENDIENTES, LOS "
                   "RESTANTES QUEDAN PARA LA SIGUIENTE SESION"
           END-IF
           IF WS-PEND-TOTAL = ZERO
               DISPLAY "NO HAY ASIENTOS MANUALES PENDIENTES DE APROBAR"
               CLOSE MANUALES-FILE
               CLOSE CUENTAS-FILE
               GOBACK
           END-IF

           CALL "FECHAPROC" USING WS-FECHA-HOY
           ACCEPT WS-APROBADOR FROM ENVIRONMENT "USER"
           IF WS-APROBADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-APROBADOR
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEND-TOTAL
               PERFORM REVISA-ASIENTO THRU REVISA-ASIENTO-FIN
           END-PERFORM

           CLOSE MANUALES-FILE
           CLOSE CUENTAS-FILE

           DISPLAY "ASIENTOS APROBADOS: " WS-CONT-APROBADOS
               " RECHAZADOS: " WS-CONT-RECHAZADOS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       CARGA-PENDIENTES.
           MOVE "N" TO WS-EOF-FICHERO
           MOVE LOW-VALUES TO MAN-CLAVE
           START MANUALES-FILE KEY IS >= MAN-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ MANUALES-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF MAN-ES-CABECERA AND MAN-ES-PENDIENTE
                           IF WS-PEND-TOTAL >= 200
                               SET PEND-DESBORDE TO TRUE
                               SET FIN-FICHERO TO TRUE
                           ELSE
                               ADD 1 TO WS-PEND-TOTAL
                               MOVE MAN-NUMERO
                                   TO WS-PEND-NUMERO(WS-PEND-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISA-ASIENTO.
           MOVE WS-PEND-NUMERO(WS-IDX) TO WS-NUMERO
           MOVE WS-NUMERO TO WS-AUDIT-CLAVE
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE ZERO TO MAN-LINEA
           READ MANUALES-FILE
               INVALID KEY
                   GO TO REVISA-ASIENTO-FIN
           END-READ
           IF NOT MAN-ES-PENDIENTE
               GO TO REVISA-ASIENTO-FIN
           END-IF
           MOVE MAN-PREPARADOR TO WS-PREPARADOR
           MOVE MAN-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "ASIENTO " MAN-NUMERO " FECHA CONTABLE "
               MAN-FECHA-CONTABLE " TOTAL " WS-IMPORTE-FMT
           DISPLAY "  " MAN-NARRATIVA
           DISPLAY "  PREPARADO POR " MAN-PREPARADOR " EL "
               MAN-FECHA-PREPARACION
           IF MAN-PERIODO-AJUSTE NOT = ZERO
               DISPLAY "  AJUSTE DEL PERIODO " MAN-PERIODO-AJUSTE
                   " DEL EJERCICIO"
           END-IF
           IF MAN-CON-REVERSION
               DISPLAY "  CON REVERSION AUTOMATICA EL "
                   MAN-FECHA-REVERSION
           END-IF

           PERFORM REVISA-LINEAS

      *    EL DOBLE CONTROL EXIGE DOS PERSONAS: QUIEN PREPARA NO
      *    PUEDE APROBAR SU PROPIO ASIENTO
           IF WS-PREPARADOR = WS-APROBADOR
               DISPLAY "  NO PUEDE APROBAR SU PROPIO ASIENTO, QUEDA "
                   "PENDIENTE PARA OTRO OPERADOR"
               GO TO REVISA-ASIENTO-FIN
           END-IF

           IF ASIENTO-VALIDO
               DISPLAY "¿Aprobar (A), Rechazar (R), Saltar (S)? "
                   UPON CONSOLE-DEVICE
           ELSE
               DISPLAY "  EL ASIENTO NO CUADRA O TIENE CUENTAS NO "
                   "ACTIVAS: SOLO PUEDE RECHAZARSE"
               DISPLAY "¿Rechazar (R), Saltar (S)? "
                   UPON CONSOLE-DEVICE
           END-IF
           ACCEPT WS-DECISION FROM CONSOLE-DEVICE
           EVALUATE TRUE
               WHEN DECISION-APROBAR AND ASIENTO-VALIDO
                   PERFORM GRABA-DECISION THRU GRABA-DECISION-FIN
               WHEN DECISION-RECHAZAR
                   PERFORM GRABA-DECISION THRU GRABA-DECISION-FIN
               WHEN OTHER
                   DISPLAY "ASIENTO DEJADO PENDIENTE"
           END-EVALUATE.

       REVISA-ASIENTO-FIN.
           EXIT.

       REVISA-LINEAS.
      *    CUADRE Y CUENTAS SE COMPRUEBAN DE NUEVO: UNA CUENTA PUEDE
      *    HABERSE DADO DE BAJA DESDE LA CAPTURA
           MOVE ZERO TO WS-LINEAS WS-TOTAL-DEBE WS-TOTAL-HABER
               WS-CUENTAS-MAL
           MOVE "N" TO WS-EOF-FICHERO
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE 1 TO MAN-LINEA
           START MANUALES-FILE KEY IS >= MAN-CLAVE
               INVALID KEY
                   SET FIN-FICHERO TO TRUE
           END-START
           PERFORM UNTIL FIN-FICHERO
               READ MANUALES-FILE NEXT RECORD
                   AT END
                       SET FIN-FICHERO TO TRUE
                   NOT AT END
                       IF MAN-NUMERO NOT = WS-NUMERO
                           SET FIN-FICHERO TO TRUE
                       ELSE
                           PERFORM REVISA-LINEA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "  LINEAS=" WS-LINEAS " DEBE=" WS-TOTAL-DEBE
               " HABER=" WS-TOTAL-HABER
           IF WS-LINEAS >= 2
                   AND WS-TOTAL-DEBE = WS-TOTAL-HABER
                   AND WS-TOTAL-DEBE > ZERO
                   AND WS-CUENTAS-MAL = ZERO
               MOVE "Y" TO WS-ASIENTO-VALIDO
           ELSE
               MOVE "N" TO WS-ASIENTO-VALIDO
           END-IF.

       REVISA-LINEA.
           ADD 1 TO WS-LINEAS
           IF MAN-AL-DEBE
               ADD MAN-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               ADD MAN-IMPORTE TO WS-TOTAL-HABER
           END-IF
           MOVE MAN-IMPORTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "  " MAN-LINEA " " MAN-CUENTA " " MAN-LADO " "
               WS-IMPORTE-FMT " " MAN-CONCEPTO
           MOVE MAN-CUENTA TO CTA-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE SPACE TO CTA-ACTIVA
           END-READ
           IF NOT CTA-ES-ACTIVA
               ADD 1 TO WS-CUENTAS-MAL
               DISPLAY "     CUENTA " MAN-CUENTA " NO EXISTE O ESTA "
                   "INACTIVA"
           END-IF.

       GRABA-DECISION.
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE ZERO TO MAN-LINEA
           READ MANUALES-FILE
               INVALID KEY
                   DISPLAY "  EL ASIENTO YA NO EXISTE"
                   GO TO GRABA-DECISION-FIN
           END-READ
           IF DECISION-APROBAR
               SET MAN-ES-APROBADO TO TRUE
               ADD 1 TO WS-CONT-APROBADOS
           ELSE
               SET MAN-ES-RECHAZADO TO TRUE
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF
           MOVE WS-APROBADOR TO MAN-APROBADOR
           MOVE WS-FECHA-HOY TO MAN-FECHA-APROBACION
           REWRITE ASIENTO-MANUAL-RECORD
               INVALID KEY
                   DISPLAY "  ERROR AL GRABAR LA DECISION"
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO GRABA-DECISION-FIN
           END-REWRITE

           MOVE MAN-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF MAN-ES-APROBADO
               STRING "ASIENTO MANUAL=" WS-NUMERO " APROBADO TOTAL="
                   WS-IMPORTE-FMT " PREPARADOR=" WS-PREPARADOR
                   " APROBADOR=" WS-APROBADOR
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               DISPLAY "  ASIENTO APROBADO"
           ELSE
               STRING "ASIENTO MANUAL=" WS-NUMERO " RECHAZADO TOTAL="
                   WS-IMPORTE-FMT " PREPARADOR=" WS-PREPARADOR
                   " APROBADOR=" WS-APROBADOR
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               DISPLAY "  ASIENTO RECHAZADO"
           END-IF
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       GRABA-DECISION-FIN.
           EXIT.

       END PROGRAM ASIENTOS-APROBACION.
