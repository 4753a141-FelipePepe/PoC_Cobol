      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de ordenes permanentes
      *          ORDENES_PERMANENTES.DAT, con el mismo estilo de menu
      *          que ORIGENES-MAINT (CBL_64): alta, suspension,
      *          reactivacion, cancelacion y consulta. En el alta se
      *          teclea la transaccion que se repite (grupo, NUM1,
      *          NUM2, operacion, divisa, sucursal), la frecuencia
      *          (semanal, mensual o trimestral) y las fechas de inicio
      *          y fin; el primer vencimiento es la fecha de inicio
      *          llevada a dia habil con DIA-HABIL. GENERA-ORDENES
      *          escribe los vencimientos en TRANSACCIONES.DAT.
      *          Una orden suspendida no genera; al reactivarla, los
      *          vencimientos que cayeron durante la suspension salen
      *          en la siguiente generacion. La cancelacion es logica,
      *          como la baja de originadores, para que la auditoria
      *          de lo generado siga teniendo a que referirse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ORDENES_PERMANENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS WS-ORDENES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
       COPY ORDENREC.

       WORKING-STORAGE SECTION.
       01  WS-ORDENES-STATUS PIC XX.

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-SUSPENDE VALUE "P" "p".
           88  OPCION-REACTIVA VALUE "R" "r".
           88  OPCION-BAJA VALUE "B" "b".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CODIGO PIC X(8).
       01  WS-ORIGEN PIC X(10).
       01  WS-GRUPO PIC X(7).
       01  WS-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
       01  WS-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
       01  WS-OPERACION PIC X.
           88  OP-VALIDA VALUE "A" "S" "M" "D".
       01  WS-DIVISA PIC X(3).
       01  WS-SUCURSAL PIC X(4).
       01  WS-FRECUENCIA PIC X.
           88  FRECUENCIA-VALIDA VALUE "S" "M" "T".
       01  WS-FECHA-INICIO PIC 9(8).
       01  WS-FECHA-FIN PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-ES-HABIL PIC X.
       01  WS-SIGUIENTE-HABIL PIC 9(8).

       01  WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88  REGISTRO-ENCONTRADO VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "ORDENES-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-SEVERIDAD PIC 9.
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "ORDENES-MAINT".

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM.

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO DE ORDENES PERMANENTES ==="
           DISPLAY "A - ALTA (NUEVA ORDEN)"
           DISPLAY "P - SUSPENDER ORDEN"
           DISPLAY "R - REACTIVAR ORDEN SUSPENDIDA"
           DISPLAY "B - BAJA (CANCELAR ORDEN)"
           DISPLAY "I - INQUIRY (CONSULTAR ORDEN)"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-SUSPENDE
                   PERFORM PROCESA-SUSPENDE THRU
                       PROCESA-SUSPENDE-FIN
               WHEN OPCION-REACTIVA
                   PERFORM PROCESA-REACTIVA THRU
                       PROCESA-REACTIVA-FIN
               WHEN OPCION-BAJA
                   PERFORM PROCESA-BAJA THRU PROCESA-BAJA-FIN
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA THRU
                       PROCESA-CONSULTA-FIN
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CODIGO.
           DISPLAY "Codigo de orden (8 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CODIGO FROM CONSOLE-DEVICE.

       PIDE-DATOS.
           DISPLAY "Originador: " UPON CONSOLE-DEVICE
           ACCEPT WS-ORIGEN FROM CONSOLE-DEVICE
           DISPLAY "Grupo: " UPON CONSOLE-DEVICE
           ACCEPT WS-GRUPO FROM CONSOLE-DEVICE
           DISPLAY "NUM1 (SNNNN.NN): " UPON CONSOLE-DEVICE
           ACCEPT WS-NUM1 FROM CONSOLE-DEVICE
           PERFORM UNTIL WS-NUM1 NUMERIC
               DISPLAY "ERROR: NUM1 DEBE SER NUMERICO"
               DISPLAY "NUM1 (SNNNN.NN): " UPON CONSOLE-DEVICE
               ACCEPT WS-NUM1 FROM CONSOLE-DEVICE
           END-PERFORM
           DISPLAY "NUM2 (SNNNN.NN): " UPON CONSOLE-DEVICE
           ACCEPT WS-NUM2 FROM CONSOLE-DEVICE
           PERFORM UNTIL WS-NUM2 NUMERIC
               DISPLAY "ERROR: NUM2 DEBE SER NUMERICO"
               DISPLAY "NUM2 (SNNNN.NN): " UPON CONSOLE-DEVICE
               ACCEPT WS-NUM2 FROM CONSOLE-DEVICE
           END-PERFORM
           DISPLAY "Operacion (A-S-M-D): " UPON CONSOLE-DEVICE
           ACCEPT WS-OPERACION FROM CONSOLE-DEVICE
           PERFORM UNTIL OP-VALIDA
               DISPLAY "ERROR: OPERACION NO VALIDA"
               DISPLAY "Operacion (A-S-M-D): " UPON CONSOLE-DEVICE
               ACCEPT WS-OPERACION FROM CONSOLE-DEVICE
           END-PERFORM
           DISPLAY "Divisa (3 letras, blanco = EUR): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-DIVISA FROM CONSOLE-DEVICE
           DISPLAY "Sucursal (4 posiciones, blanco = servicios "
               "centrales): " UPON CONSOLE-DEVICE
           ACCEPT WS-SUCURSAL FROM CONSOLE-DEVICE
           DISPLAY "Frecuencia (S=semanal M=mensual T=trimestral): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FRECUENCIA FROM CONSOLE-DEVICE
           PERFORM UNTIL FRECUENCIA-VALIDA
               DISPLAY "ERROR: FRECUENCIA NO VALIDA"
               DISPLAY "Frecuencia (S=semanal M=mensual "
                   "T=trimestral): " UPON CONSOLE-DEVICE
               ACCEPT WS-FRECUENCIA FROM CONSOLE-DEVICE
           END-PERFORM
           DISPLAY "Fecha de inicio (AAAAMMDD): " UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-INICIO FROM CONSOLE-DEVICE
           CALL "FECHAVAL" USING WS-FECHA-INICIO WS-FECHA-SEVERIDAD
           PERFORM UNTIL WS-FECHA-SEVERIDAD = ZERO
               DISPLAY "ERROR: FECHA NO VALIDA"
               DISPLAY "Fecha de inicio (AAAAMMDD): "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-FECHA-INICIO FROM CONSOLE-DEVICE
               CALL "FECHAVAL" USING WS-FECHA-INICIO
                   WS-FECHA-SEVERIDAD
           END-PERFORM
           DISPLAY "Fecha fin (AAAAMMDD, 0 = sin fecha fin): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-FECHA-FIN FROM CONSOLE-DEVICE
           IF WS-FECHA-FIN NOT NUMERIC
               MOVE ZERO TO WS-FECHA-FIN
           END-IF
           IF WS-FECHA-FIN NOT = ZERO
               CALL "FECHAVAL" USING WS-FECHA-FIN WS-FECHA-SEVERIDAD
               IF WS-FECHA-SEVERIDAD NOT = ZERO
                       OR WS-FECHA-FIN < WS-FECHA-INICIO
                   DISPLAY "FECHA FIN NO VALIDA, SE ASUME SIN "
                       "FECHA FIN"
                   MOVE ZERO TO WS-FECHA-FIN
               END-IF
           END-IF.

       PROCESA-ALTA.
           PERFORM PIDE-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "ERROR: EL CODIGO NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           PERFORM PIDE-DATOS
           OPEN I-O ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               OPEN OUTPUT ORDENES-FILE
               CLOSE ORDENES-FILE
               OPEN I-O ORDENES-FILE
           END-IF
           MOVE WS-CODIGO TO ORD-ID
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           MOVE WS-ORIGEN TO ORD-ORIGEN
           MOVE WS-GRUPO TO ORD-GRUPO
           MOVE WS-NUM1 TO ORD-NUM1
           MOVE WS-NUM2 TO ORD-NUM2
           MOVE WS-OPERACION TO ORD-OPERACION
           MOVE WS-DIVISA TO ORD-DIVISA
           MOVE WS-SUCURSAL TO ORD-SUCURSAL
           MOVE WS-FRECUENCIA TO ORD-FRECUENCIA
           MOVE WS-FECHA-INICIO TO ORD-FECHA-INICIO
           MOVE WS-FECHA-FIN TO ORD-FECHA-FIN
      *    EL PRIMER VENCIMIENTO ES LA PROPIA FECHA DE INICIO, LLEVADA
      *    AL SIGUIENTE DIA HABIL SI CAE EN FESTIVO O FIN DE SEMANA
           MOVE WS-FECHA-INICIO TO ORD-PROXIMA-NOMINAL
           CALL "DIA-HABIL" USING ORD-PROXIMA-NOMINAL WS-ES-HABIL
               WS-SIGUIENTE-HABIL
           IF WS-ES-HABIL = "Y"
               MOVE ORD-PROXIMA-NOMINAL TO ORD-PROXIMA
           ELSE
               MOVE WS-SIGUIENTE-HABIL TO ORD-PROXIMA
           END-IF
           MOVE "A" TO ORD-ESTADO
           MOVE ZERO TO ORD-ULTIMA-GENERADA
           CALL "FECHAPROC" USING ORD-FECHA-ACTUALIZACION
           WRITE ORDEN-REGISTRO
               INVALID KEY
                   DISPLAY "LA ORDEN YA EXISTE: " WS-CODIGO
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "ORDEN=" WS-CODIGO " ALTA ORIGINADOR="
                       WS-ORIGEN " GRUPO=" WS-GRUPO " FRECUENCIA="
                       WS-FRECUENCIA " INICIO=" WS-FECHA-INICIO
                       " FIN=" WS-FECHA-FIN
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
                   DISPLAY "ORDEN " WS-CODIGO " DADA DE ALTA, PRIMER "
                       "VENCIMIENTO " ORD-PROXIMA
           END-WRITE
           CLOSE ORDENES-FILE.

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-SUSPENDE.
           PERFORM PIDE-CODIGO
           PERFORM ABRE-ORDENES
           IF WS-SEVERIDAD NOT = ZERO
               GO TO PROCESA-SUSPENDE-FIN
           END-IF
           MOVE WS-CODIGO TO ORD-ID
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           PERFORM LEE-ORDEN
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY "ORDEN NO ENCONTRADA: " WS-CODIGO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF NOT ORD-ACTIVA
                   DISPLAY "SOLO SE SUSPENDE UNA ORDEN ACTIVA, ESTADO: "
                       ORD-ESTADO
               ELSE
                   MOVE "S" TO ORD-ESTADO
                   CALL "FECHAPROC" USING ORD-FECHA-ACTUALIZACION
                   REWRITE ORDEN-REGISTRO
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "ORDEN=" WS-CODIGO " SUSPENDIDA, PROXIMO "
                       "VENCIMIENTO=" ORD-PROXIMA
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               END-IF
           END-IF
           CLOSE ORDENES-FILE.

       PROCESA-SUSPENDE-FIN.
           EXIT.

       PROCESA-REACTIVA.
           PERFORM PIDE-CODIGO
           PERFORM ABRE-ORDENES
           IF WS-SEVERIDAD NOT = ZERO
               GO TO PROCESA-REACTIVA-FIN
           END-IF
           MOVE WS-CODIGO TO ORD-ID
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           PERFORM LEE-ORDEN
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY "ORDEN NO ENCONTRADA: " WS-CODIGO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF NOT ORD-SUSPENDIDA
                   DISPLAY "SOLO SE REACTIVA UNA ORDEN SUSPENDIDA, "
                       "ESTADO: " ORD-ESTADO
               ELSE
                   MOVE "A" TO ORD-ESTADO
                   CALL "FECHAPROC" USING ORD-FECHA-ACTUALIZACION
                   REWRITE ORDEN-REGISTRO
                   DISPLAY "ORDEN REACTIVADA; LOS VENCIMIENTOS DESDE "
                       ORD-PROXIMA " SALEN EN LA PROXIMA GENERACION"
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "ORDEN=" WS-CODIGO " REACTIVADA, PROXIMO "
                       "VENCIMIENTO=" ORD-PROXIMA
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
               END-IF
           END-IF
           CLOSE ORDENES-FILE.

       PROCESA-REACTIVA-FIN.
           EXIT.

       PROCESA-BAJA.
      *    LA CANCELACION ES LOGICA: LA ORDEN QUEDA CON ESTADO "C" Y
      *    GENERA-ORDENES DEJA DE VERLA, PERO EL CODIGO SIGUE
      *    EXISTIENDO PARA LA AUDITORIA DE LO YA GENERADO.
           PERFORM PIDE-CODIGO
           PERFORM ABRE-ORDENES
           IF WS-SEVERIDAD NOT = ZERO
               GO TO PROCESA-BAJA-FIN
           END-IF
           MOVE WS-CODIGO TO ORD-ID
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           PERFORM LEE-ORDEN
           IF REGISTRO-ENCONTRADO
               MOVE "C" TO ORD-ESTADO
               CALL "FECHAPROC" USING ORD-FECHA-ACTUALIZACION
               REWRITE ORDEN-REGISTRO
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "ORDEN=" WS-CODIGO " BAJA (CANCELADA)"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           ELSE
               DISPLAY "ORDEN NO ENCONTRADA: " WS-CODIGO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           CLOSE ORDENES-FILE.

       PROCESA-BAJA-FIN.
           EXIT.

       PROCESA-CONSULTA.
           PERFORM PIDE-CODIGO
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               DISPLAY "ORDENES_PERMANENTES.DAT NO DISPONIBLE"
               GO TO PROCESA-CONSULTA-FIN
           END-IF
           MOVE WS-CODIGO TO ORD-ID
           PERFORM LEE-ORDEN
           IF REGISTRO-ENCONTRADO
               DISPLAY "ORDEN: " ORD-ID
                   " ORIGINADOR: " ORD-ORIGEN
                   " GRUPO: " ORD-GRUPO
                   " NUM1: " ORD-NUM1
                   " NUM2: " ORD-NUM2
                   " OP: " ORD-OPERACION
               DISPLAY "  DIVISA: " ORD-DIVISA
                   " SUCURSAL: " ORD-SUCURSAL
                   " FRECUENCIA: " ORD-FRECUENCIA
                   " INICIO: " ORD-FECHA-INICIO
                   " FIN: " ORD-FECHA-FIN
               DISPLAY "  ESTADO: " ORD-ESTADO
                   " PROXIMO VENCIMIENTO: " ORD-PROXIMA
                   " ULTIMO GENERADO: " ORD-ULTIMA-GENERADA
                   " ACTUALIZADO: " ORD-FECHA-ACTUALIZACION
           ELSE
               DISPLAY "ORDEN NO ENCONTRADA: " WS-CODIGO
           END-IF
           CLOSE ORDENES-FILE.

       PROCESA-CONSULTA-FIN.
           EXIT.

       ABRE-ORDENES.
           OPEN I-O ORDENES-FILE
           CALL "FILEERR" USING WS-AUDIT-PROGRAMA
               "ORDENES_PERMANENTES.DAT" WS-ORDENES-STATUS
               WS-SEVERIDAD
           IF WS-SEVERIDAD NOT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       LEE-ORDEN.
           READ ORDENES-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTRO-ENCONTRADO
           END-READ.

       END PROGRAM ORDENES-MAINT.
