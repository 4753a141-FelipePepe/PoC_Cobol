      *          AUDITORIA, de modo que un ID mal tecleado ya no puede
      *          hacer desaparecer a un empleado vivo sin un segundo
      *          par de ojos.
      *          Al aplicar la baja se pide la fecha efectiva de baja
      *          y la rutina FINIQUITO (CBL_143) calcula la liquidacion
      *          final, la deja en FINIQUITOS.DAT para la siguiente
      *          nomina e imprime la hoja; el calculo queda ademas como
      *          imagen posterior del registro BAJA de la historia,
      *          desde donde FINIQUITO-REIMPRIME la reproduce.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-BAJAS-STATUS PIC XX.
           88  DECISION-SALTAR VALUE "S" "s".

       01  WS-HIS-SECUENCIA PIC 9(4).
       01  WS-HIS-ANTES PIC X(110).
       01  WS-HIS-DESPUES PIC X(110).
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-FECHA-BAJA PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-BAJA-OK PIC X.
           88  FECHA-BAJA-OK VALUE "Y".
       COPY FINIQREC.
       01  WS-FIQ-SEVERIDAD PIC 9.
       01  WS-IMPORTE-COMUN PIC S9(9)V99.
       01  WS-IMPORTE-FMT PIC X(18).
       01  EMPLEADO-ID PIC 9(6).
       01  WS-REGISTRO-ENCONTRADO PIC X.
           88  REGISTRO-ENCONTRADO VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "BAJAS-APROBACION".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO.

           PERFORM CARGA-PENDIENTES THRU CARGA-PENDIENTES-FIN
           IF PEND-DESBORDE
           EXIT.

       APLICA-BAJA.
           PERFORM PIDE-FECHA-BAJA
      *    EL FINIQUITO SE CALCULA CON EL REGISTRO AUN EN EL MAESTRO
           CALL "FINIQUITO" USING "C" EMPLOYEE-RECORD WS-FECHA-BAJA
               FINIQUITO-REGISTRO WS-FIQ-SEVERIDAD
           IF WS-FIQ-SEVERIDAD < 8
               MOVE FINIQUITO-REGISTRO(1:80) TO WS-HIS-DESPUES
           ELSE
               MOVE SPACES TO WS-HIS-DESPUES
               MOVE ZERO TO FIQ-TOTAL
               DISPLAY "FINIQUITO NO GRABADO: CALCULARLO A MANO"
           END-IF
           IF WS-FIQ-SEVERIDAD > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE EMPLOYEE-RECORD TO WS-HIS-ANTES
           DELETE EMPLOYEE-MASTER RECORD
           PERFORM GRABA-HISTORIA-BAJA
           MOVE FIQ-TOTAL TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           STRING "EMPLEADO-ID=" EMPLEADO-ID
               " BAJA APLICADA POR EL SUPERVISOR (SOLICITANTE="
               WS-PEND-SOLICITANTE(WS-IDX) ")"
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "EMPLEADO-ID=" EMPLEADO-ID " FECHA BAJA="
               WS-FECHA-BAJA " FINIQUITO=" WS-IMPORTE-FMT
               " ESTADO=" FIQ-ESTADO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           DISPLAY "BAJA APLICADA, FINIQUITO " WS-IMPORTE-FMT.

      *    LA BAJA SE APRUEBA DESPUES DE PRODUCIRSE: NO SE ADMITEN
      *    FECHAS FUTURAS, QUE DEJARIAN SIN COBRAR LOS MESES HASTA ELLA
       PIDE-FECHA-BAJA.
           MOVE "N" TO WS-FECHA-BAJA-OK
           PERFORM UNTIL FECHA-BAJA-OK
               DISPLAY "Fecha efectiva de baja (AAAAMMDD, 0 = hoy): "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-FECHA-BAJA FROM CONSOLE-DEVICE
               IF WS-FECHA-BAJA = ZERO
                   MOVE WS-FECHA-PROCESO TO WS-FECHA-BAJA
               END-IF
               CALL "FECHAVAL" USING WS-FECHA-BAJA WS-FECHA-SEVERIDAD
               IF WS-FECHA-SEVERIDAD = ZERO
                       AND WS-FECHA-BAJA NOT > WS-FECHA-PROCESO
                   SET FECHA-BAJA-OK TO TRUE
               ELSE
                   DISPLAY "FECHA DE BAJA NO VALIDA O FUTURA"
               END-IF
           END-PERFORM.

       GRABA-HISTORIA-BAJA.
      *    MISMA CONVENCION DE VERSIONES QUE GRABA-HISTORIA EN
      *    EMPLOYEE-MAINT: LA BAJA DEJA LA IMAGEN ANTERIOR Y UNA
      *    IMAGEN POSTERIOR CON EL FINIQUITO CALCULADO (EN BLANCO SI
      *    NO SE PUDO GRABAR)
           OPEN I-O HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
           END-IF
           MOVE "BAJA" TO HIS-ACCION
           MOVE WS-HIS-ANTES TO HIS-IMAGEN-ANTES
           MOVE WS-HIS-DESPUES TO HIS-IMAGEN-DESPUES
           WRITE HISTORIA-RECORD
           CLOSE HISTORIA-FILE.

