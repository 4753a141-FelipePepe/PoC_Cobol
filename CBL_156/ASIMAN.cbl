      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captura de asientos contables manuales (ajustes,
      *          periodificaciones, reclasificaciones) en
      *          ASIENTOS_MANUALES.DAT (COPY ASIMAREC), con el mismo
      *          menu que GASTOS-MAINT (CBL_152). El operador teclea
      *          la fecha contable, una narrativa obligatoria y las
      *          lineas del asiento (hasta 20) contra cuentas activas
      *          de CUENTAS.DAT; el asiento solo se graba si tiene al
      *          menos dos lineas y el debe cuadra con el haber. Puede
      *          marcarse para revertirse solo el primer dia del mes
      *          siguiente. Mientras esta abierto el periodo 13 de
      *          ajuste del ejercicio (PERIODO_ACTUAL.DAT), el asiento
      *          puede marcarse como ajuste de ese periodo; los ajustes
      *          no llevan reversion. El asiento queda pendiente hasta
      *          que un segundo operador, con la marca ASIENTO de
      *          SEGURIDAD y distinto del que lo preparo, lo aprueba en
      *          ASIENTOS-APROBACION (CBL_157); INTERFAZ-CONTABLE lo
      *          lleva a ASIENTOS_CONTABLES.DAT. Un asiento pendiente
      *          puede retirarse entero. Todo cambio pasa por
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-MANUALES.

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

           SELECT PERIODO-FILE ASSIGN TO "PERIODO_ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

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

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           05  PER-PERIODO PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-MANUALES-STATUS PIC XX.
       01  WS-CUENTAS-STATUS PIC XX.
       01  WS-PERIODO-STATUS PIC XX.
       01  WS-EOF-FICHERO PIC X.
           88  FIN-FICHERO VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-NUMERO PIC 9(6).
       01  WS-NUMERO-MAX PIC 9(6).
       01  WS-FECHA-CONTABLE PIC 9(8).
       01  WS-FECHA-CHECK PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-INICIO-MES PIC 9(8).
       01  WS-NARRATIVA PIC X(60).
       01  WS-REVERSION PIC X.
           88  REVERSION-SI VALUE "S" "s".
           88  REVERSION-NO VALUE "N" "n".
       01  WS-FECHA-REVERSION PIC 9(8).
       01  WS-FECHA-TRABAJO PIC 9(8).
       01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO PIC 9(4).
           05  WS-FT-MES PIC 9(2).
           05  WS-FT-DIA PIC 9(2).
       01  WS-PREPARADOR PIC X(20).
       01  WS-PERIODO PIC 9(6) VALUE ZERO.
       01  WS-PERIODO-D REDEFINES WS-PERIODO.
           05  WS-PER-ANO PIC 9(4).
           05  WS-PER-MES PIC 99.
       01  WS-PERIODO-AJUSTE PIC 9(6).
       01  WS-AJUSTE PIC X.
           88  AJUSTE-SI VALUE "S" "s".
           88  AJUSTE-NO VALUE "N" "n".

      *    LINEAS DEL ASIENTO EN CAPTURA: NADA SE GRABA HASTA QUE EL
      *    ASIENTO ENTERO CUADRA
       01  WS-TABLA-LINEAS.
           05  WS-LIN-ENT OCCURS 20 TIMES.
               10  WS-LIN-CUENTA PIC X(10).
               10  WS-LIN-LADO PIC X.
               10  WS-LIN-IMPORTE PIC 9(7)V99.
               10  WS-LIN-CONCEPTO PIC X(30).
       01  WS-LIN-TOTAL PIC 99 VALUE ZERO.
       01  WS-IDX PIC 99.
       01  WS-FIN-CAPTURA PIC X.
           88  FIN-CAPTURA VALUE "Y".

       01  WS-CUENTA PIC X(10).
       01  WS-LADO PIC X.
           88  LADO-DEBE VALUE "D" "d".
           88  LADO-HABER VALUE "H" "h".
       01  WS-IMPORTE-TEXTO PIC X(15).
       01  WS-IMPORTE PIC 9(7)V99.
       01  WS-CONCEPTO PIC X(30).
       01  WS-TOTAL-DEBE PIC 9(9)V99.
       01  WS-TOTAL-HABER PIC 9(9)V99.
       01  WS-CONT-ASIENTOS PIC 9(4).
       01  WS-ESTADO-TEXTO PIC X(10).

       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ASIENTOS-MANUALES".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "CONTABLE".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ASIENTOS-MANUALES".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO WS-INICIO-MES
           MOVE "01" TO WS-INICIO-MES(7:2)

      *    SIN PLAN DE CUENTAS NO SE PUEDE VALIDAR NINGUNA LINEA
           OPEN INPUT CUENTAS-FILE
           IF WS-CUENTAS-STATUS NOT = "00"
               DISPLAY "CUENTAS.DAT NO DISPONIBLE: NO SE PUEDEN "
                   "CAPTURAR ASIENTOS MANUALES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MANUALES-FILE
           IF WS-MANUALES-STATUS NOT = "00"
               OPEN OUTPUT MANUALES-FILE
               CLOSE MANUALES-FILE
               OPEN I-O MANUALES-FILE
           END-IF

           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = "00"
               READ PERIODO-FILE
                   NOT AT END
                       MOVE PER-PERIODO TO WS-PERIODO
               END-READ
               CLOSE PERIODO-FILE
           END-IF

           ACCEPT WS-PREPARADOR FROM ENVIRONMENT "USER"
           IF WS-PREPARADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-PREPARADOR
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE MANUALES-FILE
           CLOSE CUENTAS-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== ASIENTOS CONTABLES MANUALES ==="
           DISPLAY "A - ALTA DE ASIENTO"
           DISPLAY "B - RETIRAR ASIENTO PENDIENTE"
           DISPLAY "I - INQUIRY (UN ASIENTO CON SUS LINEAS)"
           DISPLAY "L - LISTAR ASIENTOS"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA THRU PROCESA-BAJA-FIN
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA THRU PROCESA-CONSULTA-FIN
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PROCESA-ALTA.
           DISPLAY "Fecha contable AAAAMMDD (0 = hoy): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-CONTABLE FROM CONSOLE-DEVICE
           IF WS-FECHA-CONTABLE = ZERO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CONTABLE
           END-IF
      *    NO SE ASIENTA EN MESES YA CERRADOS
           MOVE WS-FECHA-CONTABLE TO WS-FECHA-CHECK
           CALL "FECHAVAL" USING WS-FECHA-CHECK WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
                   OR WS-FECHA-CONTABLE < WS-INICIO-MES
               DISPLAY "ERROR: FECHA CONTABLE NO VALIDA O DE UN MES "
                   "YA CERRADO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           DISPLAY "Narrativa del asiento: " UPON CONSOLE-DEVICE
           ACCEPT WS-NARRATIVA FROM CONSOLE-DEVICE
           IF WS-NARRATIVA = SPACES
               DISPLAY "ERROR: EL ASIENTO MANUAL NECESITA NARRATIVA"
               GO TO PROCESA-ALTA-FIN
           END-IF
      *    CON EL PERIODO 13 ABIERTO, EL ASIENTO PUEDE IR AL AJUSTE
      *    DEL EJERCICIO EN VEZ DE AL MES NATURAL
           MOVE ZERO TO WS-PERIODO-AJUSTE
           IF WS-PER-MES = 13
               DISPLAY "Ajuste del periodo 13 del ejercicio "
                   WS-PER-ANO " (S/N): " UPON CONSOLE-DEVICE
               ACCEPT WS-AJUSTE FROM CONSOLE-DEVICE
               IF NOT AJUSTE-SI AND NOT AJUSTE-NO
                   DISPLAY "ERROR: INDIQUE S O N PARA EL AJUSTE"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               IF AJUSTE-SI
                   MOVE WS-PERIODO TO WS-PERIODO-AJUSTE
               END-IF
           END-IF
           IF WS-PERIODO-AJUSTE NOT = ZERO
               MOVE "N" TO WS-REVERSION
           ELSE
               DISPLAY "Revertir el primer dia del mes siguiente "
                   "(S/N): " UPON CONSOLE-DEVICE
               ACCEPT WS-REVERSION FROM CONSOLE-DEVICE
               IF NOT REVERSION-SI AND NOT REVERSION-NO
                   DISPLAY "ERROR: INDIQUE S O N PARA LA REVERSION"
                   GO TO PROCESA-ALTA-FIN
               END-IF
           END-IF

           MOVE ZERO TO WS-LIN-TOTAL WS-TOTAL-DEBE WS-TOTAL-HABER
           MOVE "N" TO WS-FIN-CAPTURA
           DISPLAY "LINEAS DEL ASIENTO (CUENTA EN BLANCO PARA "
               "TERMINAR)"
           PERFORM CAPTURA-LINEA THRU CAPTURA-LINEA-FIN
               UNTIL FIN-CAPTURA

      *    PARTIDA DOBLE: DOS LINEAS COMO MINIMO Y DEBE = HABER
           IF WS-LIN-TOTAL < 2
               DISPLAY "ERROR: EL ASIENTO NECESITA AL MENOS DOS "
                   "LINEAS, NO SE GRABA"
               GO TO PROCESA-ALTA-FIN
           END-IF
           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               DISPLAY "ERROR: EL ASIENTO NO CUADRA. DEBE="
                   WS-TOTAL-DEBE " HABER=" WS-TOTAL-HABER
                   ", NO SE GRABA"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO PROCESA-ALTA-FIN
           END-IF

           PERFORM BUSCA-NUMERO-NUEVO
           IF WS-NUMERO-MAX >= 999999
               DISPLAY "ERROR: NO QUEDAN NUMEROS DE ASIENTO LIBRES"
               GO TO PROCESA-ALTA-FIN
           END-IF
           COMPUTE WS-NUMERO = WS-NUMERO-MAX + 1

           MOVE ZERO TO WS-FECHA-REVERSION
           IF REVERSION-SI
               PERFORM CALCULA-FECHA-REVERSION
           END-IF

           MOVE SPACES TO ASIENTO-MANUAL-RECORD
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE ZERO TO MAN-LINEA
           MOVE WS-FECHA-CONTABLE TO MAN-FECHA-CONTABLE
           MOVE WS-NARRATIVA TO MAN-NARRATIVA
           SET MAN-ES-PENDIENTE TO TRUE
           IF REVERSION-SI
               MOVE "S" TO MAN-REVERSION
           ELSE
               MOVE "N" TO MAN-REVERSION
           END-IF
           MOVE WS-PREPARADOR TO MAN-PREPARADOR
           MOVE WS-FECHA-PROCESO TO MAN-FECHA-PREPARACION
           MOVE SPACES TO MAN-APROBADOR
           MOVE ZERO TO MAN-FECHA-APROBACION MAN-FECHA-ASENTADO
               MAN-FECHA-REV-ASENTADA
           MOVE WS-FECHA-REVERSION TO MAN-FECHA-REVERSION
           MOVE WS-TOTAL-DEBE TO MAN-TOTAL
           MOVE WS-LIN-TOTAL TO MAN-NUM-LINEAS
           MOVE WS-PERIODO-AJUSTE TO MAN-PERIODO-AJUSTE
           WRITE ASIENTO-MANUAL-RECORD
               INVALID KEY
                   DISPLAY "ERROR: EL ASIENTO " WS-NUMERO
                       " YA EXISTE, NO SE GRABA"
                   GO TO PROCESA-ALTA-FIN
           END-WRITE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LIN-TOTAL
               MOVE SPACES TO ASIENTO-MANUAL-RECORD
               MOVE WS-NUMERO TO MAN-NUMERO
               MOVE WS-IDX TO MAN-LINEA
               MOVE WS-LIN-CUENTA(WS-IDX) TO MAN-CUENTA
               MOVE WS-LIN-LADO(WS-IDX) TO MAN-LADO
               MOVE WS-LIN-IMPORTE(WS-IDX) TO MAN-IMPORTE
               MOVE WS-LIN-CONCEPTO(WS-IDX) TO MAN-CONCEPTO
               WRITE ASIENTO-MANUAL-RECORD
           END-PERFORM

           MOVE WS-NUMERO TO WS-AUDIT-CLAVE
           MOVE WS-TOTAL-DEBE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "ASIENTO MANUAL=" WS-NUMERO " FECHA="
               WS-FECHA-CONTABLE " LINEAS=" WS-LIN-TOTAL
               " TOTAL=" WS-IMPORTE-FMT " REVERSION=" MAN-REVERSION
               " PREPARADOR=" WS-PREPARADOR
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "ASIENTO " WS-NUMERO " GRABADO, PENDIENTE DE "
               "APROBACION POR OTRO OPERADOR"
           IF REVERSION-SI
               DISPLAY "SE REVERTIRA EL " WS-FECHA-REVERSION
           END-IF.

       PROCESA-ALTA-FIN.
           EXIT.

       CAPTURA-LINEA.
           IF WS-LIN-TOTAL >= 20
               DISPLAY "EL ASIENTO YA TIENE 20 LINEAS"
               SET FIN-CAPTURA TO TRUE
               GO TO CAPTURA-LINEA-FIN
           END-IF
           COMPUTE WS-IDX = WS-LIN-TOTAL + 1
           DISPLAY "Linea " WS-IDX " - cuenta: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CUENTA
           ACCEPT WS-CUENTA FROM CONSOLE-DEVICE
           IF WS-CUENTA = SPACES
               SET FIN-CAPTURA TO TRUE
               GO TO CAPTURA-LINEA-FIN
           END-IF
           MOVE WS-CUENTA TO CTA-CUENTA
           READ CUENTAS-FILE
               INVALID KEY
                   MOVE SPACE TO CTA-ACTIVA
           END-READ
           IF NOT CTA-ES-ACTIVA
               DISPLAY "CUENTA " WS-CUENTA " NO EXISTE O ESTA "
                   "INACTIVA EN CUENTAS.DAT, LINEA NO ADMITIDA"
               GO TO CAPTURA-LINEA-FIN
           END-IF
           DISPLAY "  " CTA-DESCRIPCION
           DISPLAY "Lado (D=debe, H=haber): " UPON CONSOLE-DEVICE
           ACCEPT WS-LADO FROM CONSOLE-DEVICE
           IF NOT LADO-DEBE AND NOT LADO-HABER
               DISPLAY "LADO NO VALIDO, LINEA NO ADMITIDA"
               GO TO CAPTURA-LINEA-FIN
           END-IF
           DISPLAY "Importe: " UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
           IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) NOT = ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) NOT > ZERO
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) > 9999999.99
               DISPLAY "IMPORTE NO VALIDO, LINEA NO ADMITIDA"
               GO TO CAPTURA-LINEA-FIN
           END-IF
           COMPUTE WS-IMPORTE = FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
           DISPLAY "Concepto de la linea: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CONCEPTO
           ACCEPT WS-CONCEPTO FROM CONSOLE-DEVICE

           ADD 1 TO WS-LIN-TOTAL
           MOVE WS-CUENTA TO WS-LIN-CUENTA(WS-LIN-TOTAL)
           MOVE WS-IMPORTE TO WS-LIN-IMPORTE(WS-LIN-TOTAL)
           MOVE WS-CONCEPTO TO WS-LIN-CONCEPTO(WS-LIN-TOTAL)
           IF LADO-DEBE
               MOVE "D" TO WS-LIN-LADO(WS-LIN-TOTAL)
               ADD WS-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               MOVE "H" TO WS-LIN-LADO(WS-LIN-TOTAL)
               ADD WS-IMPORTE TO WS-TOTAL-HABER
           END-IF
           DISPLAY "  DEBE=" WS-TOTAL-DEBE " HABER=" WS-TOTAL-HABER.

       CAPTURA-LINEA-FIN.
           EXIT.

       CALCULA-FECHA-REVERSION.
      *    PRIMER DIA DEL MES SIGUIENTE AL DE LA FECHA CONTABLE
           MOVE WS-FECHA-CONTABLE TO WS-FECHA-TRABAJO
           IF WS-FT-MES = 12
               ADD 1 TO WS-FT-ANIO
               MOVE 1 TO WS-FT-MES
           ELSE
               ADD 1 TO WS-FT-MES
           END-IF
           MOVE 1 TO WS-FT-DIA
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-REVERSION.

       BUSCA-NUMERO-NUEVO.
      *    ULTIMO NUMERO DE ASIENTO USADO
           MOVE ZERO TO WS-NUMERO-MAX
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
                       MOVE MAN-NUMERO TO WS-NUMERO-MAX
               END-READ
           END-PERFORM.

       PROCESA-BAJA.
           DISPLAY "Numero de asiento: " UPON CONSOLE-DEVICE
           ACCEPT WS-NUMERO FROM CONSOLE-DEVICE
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE ZERO TO MAN-LINEA
           READ MANUALES-FILE
               INVALID KEY
                   DISPLAY "ASIENTO NO ENCONTRADO: " WS-NUMERO
                   GO TO PROCESA-BAJA-FIN
           END-READ
           IF NOT MAN-ES-PENDIENTE
               DISPLAY "ERROR: EL ASIENTO YA ESTA TRAMITADO (ESTADO "
                   MAN-ESTADO "), NO SE PUEDE RETIRAR"
               GO TO PROCESA-BAJA-FIN
           END-IF
           MOVE MAN-TOTAL TO WS-IMPORTE-COMUN

      *    SE BORRAN LA CABECERA Y TODAS SUS LINEAS
           MOVE "N" TO WS-EOF-FICHERO
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
                           DELETE MANUALES-FILE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-NUMERO TO WS-AUDIT-CLAVE
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "ASIENTO MANUAL=" WS-NUMERO " TOTAL="
               WS-IMPORTE-FMT " RETIRADO POR " WS-PREPARADOR
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "ASIENTO RETIRADO".

       PROCESA-BAJA-FIN.
           EXIT.

       PROCESA-CONSULTA.
           DISPLAY "Numero de asiento: " UPON CONSOLE-DEVICE
           ACCEPT WS-NUMERO FROM CONSOLE-DEVICE
           MOVE WS-NUMERO TO MAN-NUMERO
           MOVE ZERO TO MAN-LINEA
           READ MANUALES-FILE
               INVALID KEY
                   DISPLAY "ASIENTO NO ENCONTRADO: " WS-NUMERO
                   GO TO PROCESA-CONSULTA-FIN
           END-READ
           PERFORM MUESTRA-CABECERA
           DISPLAY "  NARRATIVA: " MAN-NARRATIVA
           DISPLAY "  PREPARADO POR " MAN-PREPARADOR " EL "
               MAN-FECHA-PREPARACION
           IF NOT MAN-ES-PENDIENTE
               DISPLAY "  DECIDIDO POR " MAN-APROBADOR " EL "
                   MAN-FECHA-APROBACION
           END-IF
           IF MAN-FECHA-ASENTADO NOT = ZERO
               DISPLAY "  ASENTADO EL " MAN-FECHA-ASENTADO
           END-IF
           IF MAN-PERIODO-AJUSTE NOT = ZERO
               DISPLAY "  AJUSTE DEL PERIODO " MAN-PERIODO-AJUSTE
           END-IF
           IF MAN-CON-REVERSION
               DISPLAY "  REVERSION EL " MAN-FECHA-REVERSION
                   " ASENTADA EL " MAN-FECHA-REV-ASENTADA
           END-IF

           MOVE "N" TO WS-EOF-FICHERO
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
                           MOVE MAN-IMPORTE TO WS-IMPORTE-COMUN
                           CALL "FORMATEA-IMPORTE" USING
                               WS-IMPORTE-COMUN WS-IMPORTE-FMT
                           DISPLAY "  " MAN-LINEA " " MAN-CUENTA " "
                               MAN-LADO " " WS-IMPORTE-FMT " "
                               MAN-CONCEPTO
                       END-IF
               END-READ
           END-PERFORM.

       PROCESA-CONSULTA-FIN.
           EXIT.

       PROCESA-LISTA.
           MOVE ZERO TO WS-CONT-ASIENTOS
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
                       IF MAN-ES-CABECERA
                           ADD 1 TO WS-CONT-ASIENTOS
                           PERFORM MUESTRA-CABECERA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ASIENTOS MANUALES: " WS-CONT-ASIENTOS.

       MUESTRA-CABECERA.
           EVALUATE TRUE
               WHEN MAN-ES-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
               WHEN MAN-ES-APROBADO AND MAN-FECHA-ASENTADO = ZERO
                   MOVE "APROBADO" TO WS-ESTADO-TEXTO
               WHEN MAN-ES-APROBADO
                   MOVE "ASENTADO" TO WS-ESTADO-TEXTO
               WHEN MAN-ES-RECHAZADO
                   MOVE "RECHAZADO" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE MAN-ESTADO TO WS-ESTADO-TEXTO
           END-EVALUATE
           MOVE MAN-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           DISPLAY "ASIENTO " MAN-NUMERO " " MAN-FECHA-CONTABLE " "
               WS-IMPORTE-FMT " " WS-ESTADO-TEXTO " REV="
               MAN-REVERSION " " MAN-NARRATIVA(1:30).

       END PROGRAM ASIENTOS-MANUALES.
