      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de sucursales SUCURSALES.DAT
      *          (COPY SUCURREC), que hasta ahora se tocaba con un
      *          editor de texto. Alta y cambio de nombre, hora de
      *          corte y fecha de apertura; cierre de una sucursal con
      *          su fecha; y fusion, que cierra una sucursal absorbida
      *          por otra y traslada a la absorbente EMP-SUCURSAL de
      *          sus empleados (con su linea en EMPLOYEE_HISTORIA.DAT),
      *          CLI-SUCURSAL de sus clientes, PRE-SUCURSAL de sus
      *          prestamos no liquidados y SUS-SUCURSAL de sus partidas
      *          de suspenso pendientes. Los prestamos liquidados y las
      *          partidas ya resueltas conservan el codigo antiguo,
      *          igual que la propia sucursal, que no se borra: queda
      *          en el maestro con su fecha de cierre y la absorbente
      *          para los informes historicos, y EDITA-TRANSACCIONES
      *          rechaza las transacciones con su codigo posteriores al
      *          cierre. El cierre sin fusion solo se admite si ya no
      *          le quedan empleados, clientes ni prestamos vivos. Cada
      *          fusion deja el detalle de lo trasladado en
      *          INFORME_FUSION_SUCURSAL.TXT. Lo protege la funcion
      *          CAMBIO de SEGURIDAD, como los demas maestros de
      *          referencia, y la fusion toma el CERROJO del maestro de
      *          empleados mientras lo regraba.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCURSALES-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSALES-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "EMPLOYEE_HISTORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTORIA-STATUS.

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

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSO_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FUSION-REPORT
               ASSIGN TO "INFORME_FUSION_SUCURSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

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

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  FUSION-REPORT.
       01  FUSION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SUCURSALES-STATUS PIC XX.
       01  WS-EMPLOYEE-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.

       01  WS-EOF-SUCURSALES PIC X VALUE "N".
           88  FIN-SUCURSALES VALUE "Y".
       01  WS-EOF-EMPLOYEE PIC X VALUE "N".
           88  FIN-EMPLOYEE VALUE "Y".
       01  WS-EOF-HISTORIA PIC X VALUE "N".
           88  FIN-HISTORIA VALUE "Y".
       01  WS-EOF-CLIENTES PIC X VALUE "N".
           88  FIN-CLIENTES VALUE "Y".
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-SUSPENSO PIC X VALUE "N".
           88  FIN-SUSPENSO VALUE "Y".

      *    EL MAESTRO ENTERO, PARA REESCRIBIRLO TRAS CADA CAMBIO
       01  WS-SUC-TABLA.
           05  WS-SUC-LINEA PIC X(53) OCCURS 200 TIMES.
       01  WS-SUC-TOTAL PIC 999 VALUE ZERO.
       01  WS-SUC-IDX PIC 999.
       01  WS-SUC-POS PIC 999.
       01  WS-ABS-POS PIC 999.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88  TABLA-LLENA VALUE "Y".

      *    EL SUSPENSO ENTERO, PARA REESCRIBIRLO EN LA FUSION
       01  WS-SUS-TABLA.
           05  WS-SUS-LINEA PIC X(50) OCCURS 2000 TIMES.
       01  WS-SUS-TOTAL PIC 9(4) VALUE ZERO.
       01  WS-SUS-IDX PIC 9(4).
       01  WS-SUSPENSO-LLENO PIC X VALUE "N".
           88  SUSPENSO-LLENO VALUE "Y".
       01  WS-HAY-SUSPENSO PIC X VALUE "N".
           88  HAY-SUSPENSO VALUE "Y".

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-CIERRE VALUE "C" "c".
           88  OPCION-FUSION VALUE "F" "f".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-LISTA VALUE "L" "l".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CODIGO PIC X(4).
       01  WS-ABSORBENTE PIC X(4).
       01  WS-NOMBRE PIC X(20).
       01  WS-HORA-CORTE PIC X(4).
       01  WS-HORA-CORTE-R REDEFINES WS-HORA-CORTE.
           05  WS-CORTE-HH PIC 99.
           05  WS-CORTE-MM PIC 99.
       01  WS-FECHA-ENTRADA PIC X(8).
       01  WS-FECHA PIC 9(8).
       01  WS-FECHA-SEVERIDAD PIC 9.
       01  WS-FECHA-OK PIC X.
           88  FECHA-OK VALUE "Y".
       01  WS-CONFIRMA PIC X.
           88  CONFIRMA-SI VALUE "S" "s".
       01  WS-EXISTIA PIC X.
           88  SUCURSAL-EXISTIA VALUE "Y".
       01  WS-ESTADO-SUCURSAL PIC X(7).

       01  WS-CONT-EMPLEADOS PIC 9(5).
       01  WS-CONT-CLIENTES PIC 9(5).
       01  WS-CONT-PRESTAMOS PIC 9(5).
       01  WS-CONT-SUSPENSO PIC 9(5).

       01  WS-HIS-SECUENCIA PIC 9(4).
       01  WS-HIS-ANTES PIC X(110).
       01  WS-CERROJO-RC PIC 9.
       01  WS-OPERADOR PIC X(20).
       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-AUTORIZADO PIC 9.

       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "SUCURSALES-MAINT".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "SUCURSALES-MAINT".

           CALL "SEGURIDAD" USING WS-AUDIT-PROGRAMA "CAMBIO    "
               WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = ZERO
               DISPLAY "MANTENIMIENTO DE SUCURSALES DENEGADO POR "
                   "SEGURIDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOCIDO" TO WS-OPERADOR
           END-IF
           CALL "FECHAPROC" USING WS-FECHA-PROCESO

      *    LLAMADO DESDE LA CONSOLA CONSERVA LA OPCION DE LA VEZ
      *    ANTERIOR
           MOVE SPACE TO WS-OPCION
           MOVE ZERO TO WS-RETURN-CODE
           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO DE SUCURSALES ==="
           DISPLAY "A - ALTA/CAMBIO DE SUCURSAL"
           DISPLAY "C - CIERRE DE SUCURSAL"
           DISPLAY "F - FUSION (CIERRE ABSORBIDA POR OTRA SUCURSAL)"
           DISPLAY "I - INQUIRY (CONSULTAR SUCURSAL)"
           DISPLAY "L - LISTADO DE SUCURSALES"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-CIERRE
                   PERFORM PROCESA-CIERRE THRU PROCESA-CIERRE-FIN
               WHEN OPCION-FUSION
                   PERFORM PROCESA-FUSION THRU PROCESA-FUSION-FIN
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-LISTA
                   PERFORM PROCESA-LISTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CODIGO.
           DISPLAY "Codigo de sucursal (4 posiciones): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO FROM CONSOLE-DEVICE
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.

      *    DEJA EN WS-SUC-POS LA POSICION DE WS-CODIGO EN LA TABLA
      *    (CERO SI NO ESTA) Y SU REGISTRO EN SUCURSAL-RECORD
       BUSCA-CODIGO.
           MOVE ZERO TO WS-SUC-POS
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   OR WS-SUC-POS > ZERO
               IF WS-SUC-LINEA(WS-SUC-IDX)(1:4) = WS-CODIGO
                   MOVE WS-SUC-IDX TO WS-SUC-POS
               END-IF
           END-PERFORM
           IF WS-SUC-POS > ZERO
               MOVE WS-SUC-LINEA(WS-SUC-POS) TO SUCURSAL-RECORD
           END-IF.

       FIJA-ESTADO-SUCURSAL.
           IF SUC-FECHA-CIERRE IS NUMERIC
                   AND SUC-FECHA-CIERRE > ZERO
               MOVE "CERRADA" TO WS-ESTADO-SUCURSAL
           ELSE
               MOVE "ABIERTA" TO WS-ESTADO-SUCURSAL
           END-IF.

      *    FECHA TECLEADA AAAAMMDD; EN BLANCO ES LA FECHA DE PROCESO
       PIDE-FECHA.
           MOVE "N" TO WS-FECHA-OK
           MOVE SPACES TO WS-FECHA-ENTRADA
           ACCEPT WS-FECHA-ENTRADA FROM CONSOLE-DEVICE
           IF WS-FECHA-ENTRADA = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA
               SET FECHA-OK TO TRUE
               GO TO PIDE-FECHA-FIN
           END-IF
           IF WS-FECHA-ENTRADA NOT NUMERIC
               DISPLAY "ERROR: LA FECHA DEBE SER AAAAMMDD"
               GO TO PIDE-FECHA-FIN
           END-IF
           MOVE WS-FECHA-ENTRADA TO WS-FECHA
           CALL "FECHAVAL" USING WS-FECHA WS-FECHA-SEVERIDAD
           IF WS-FECHA-SEVERIDAD NOT = ZERO
               DISPLAY "ERROR: FECHA INEXISTENTE " WS-FECHA
           ELSE
               SET FECHA-OK TO TRUE
           END-IF.

       PIDE-FECHA-FIN.
           EXIT.

       PROCESA-ALTA.
           PERFORM CARGA-SUCURSALES
           PERFORM PIDE-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "ERROR: EL CODIGO NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           PERFORM BUSCA-CODIGO
           MOVE "N" TO WS-EXISTIA
           IF WS-SUC-POS > ZERO
               MOVE "Y" TO WS-EXISTIA
               PERFORM FIJA-ESTADO-SUCURSAL
               IF WS-ESTADO-SUCURSAL = "CERRADA"
                   DISPLAY "ERROR: SUCURSAL CERRADA EL "
                       SUC-FECHA-CIERRE ", NO SE MODIFICA"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               DISPLAY "SUCURSAL " SUC-CODIGO " " SUC-NOMBRE
                   " CORTE " SUC-HORA-CORTE
                   " ABIERTA DESDE " SUC-FECHA-APERTURA
               DISPLAY "(EN BLANCO SE CONSERVA EL VALOR ACTUAL)"
           ELSE
               IF WS-SUC-TOTAL >= 200
                   DISPLAY "ERROR: MAESTRO LLENO (200 SUCURSALES)"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               MOVE SPACES TO SUCURSAL-RECORD
               MOVE WS-CODIGO TO SUC-CODIGO
               MOVE ZERO TO SUC-FECHA-CIERRE
           END-IF

           DISPLAY "Nombre: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-NOMBRE
           ACCEPT WS-NOMBRE FROM CONSOLE-DEVICE
           IF WS-NOMBRE NOT = SPACES
               MOVE WS-NOMBRE TO SUC-NOMBRE
           END-IF
           IF SUC-NOMBRE = SPACES
               DISPLAY "ERROR: EL NOMBRE NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF

           DISPLAY "Hora de corte HHMM (0000 = sin corte): "
               UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-HORA-CORTE
           ACCEPT WS-HORA-CORTE FROM CONSOLE-DEVICE
           IF WS-HORA-CORTE NOT = SPACES
               IF WS-HORA-CORTE NOT NUMERIC
                       OR WS-CORTE-HH > 23 OR WS-CORTE-MM > 59
                   DISPLAY "ERROR: HORA DE CORTE NO VALIDA"
                   GO TO PROCESA-ALTA-FIN
               END-IF
               MOVE WS-HORA-CORTE TO SUC-HORA-CORTE
           END-IF

           DISPLAY "Fecha de apertura AAAAMMDD (blanco = "
               WS-FECHA-PROCESO "): " UPON CONSOLE-DEVICE
           PERFORM PIDE-FECHA THRU PIDE-FECHA-FIN
           IF NOT FECHA-OK
               GO TO PROCESA-ALTA-FIN
           END-IF
      *    EN UN CAMBIO, LA FECHA EN BLANCO CONSERVA LA APERTURA
           IF NOT SUCURSAL-EXISTIA OR WS-FECHA-ENTRADA NOT = SPACES
                   OR SUC-FECHA-APERTURA NOT NUMERIC
               MOVE WS-FECHA TO SUC-FECHA-APERTURA
           END-IF

           IF SUCURSAL-EXISTIA
               MOVE SUCURSAL-RECORD TO WS-SUC-LINEA(WS-SUC-POS)
           ELSE
               ADD 1 TO WS-SUC-TOTAL
               MOVE WS-SUC-TOTAL TO WS-SUC-POS
               MOVE SUCURSAL-RECORD TO WS-SUC-LINEA(WS-SUC-POS)
           END-IF
           PERFORM GUARDA-SUCURSALES THRU GUARDA-SUCURSALES-FIN
           IF WS-SUCURSALES-STATUS NOT = "00" OR TABLA-LLENA
               GO TO PROCESA-ALTA-FIN
           END-IF

           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           IF SUCURSAL-EXISTIA
               STRING "CAMBIO SUCURSAL=" SUC-CODIGO
                   " NOMBRE=" SUC-NOMBRE " CORTE=" SUC-HORA-CORTE
                   " APERTURA=" SUC-FECHA-APERTURA
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           ELSE
               STRING "ALTA SUCURSAL=" SUC-CODIGO
                   " NOMBRE=" SUC-NOMBRE " CORTE=" SUC-HORA-CORTE
                   " APERTURA=" SUC-FECHA-APERTURA
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF
           PERFORM GRABA-AUDITORIA
           DISPLAY "SUCURSAL GRABADA".

       PROCESA-ALTA-FIN.
           EXIT.

      *    EL CIERRE SIN FUSION NO DEJA REFERENCIAS COLGANDO: SI LE
      *    QUEDAN EMPLEADOS, CLIENTES O PRESTAMOS VIVOS HAY QUE
      *    FUSIONARLA CON OTRA
       PROCESA-CIERRE.
           PERFORM CARGA-SUCURSALES
           PERFORM PIDE-CODIGO
           PERFORM BUSCA-CODIGO
           IF WS-SUC-POS = ZERO
               DISPLAY "SUCURSAL NO ENCONTRADA: " WS-CODIGO
               GO TO PROCESA-CIERRE-FIN
           END-IF
           PERFORM FIJA-ESTADO-SUCURSAL
           IF WS-ESTADO-SUCURSAL = "CERRADA"
               DISPLAY "LA SUCURSAL YA ESTA CERRADA DESDE "
                   SUC-FECHA-CIERRE
               GO TO PROCESA-CIERRE-FIN
           END-IF
           PERFORM CUENTA-REFERENCIAS
           IF WS-CONT-EMPLEADOS > ZERO OR WS-CONT-CLIENTES > ZERO
                   OR WS-CONT-PRESTAMOS > ZERO
               DISPLAY "LA SUCURSAL TIENE " WS-CONT-EMPLEADOS
                   " EMPLEADOS, " WS-CONT-CLIENTES " CLIENTES Y "
                   WS-CONT-PRESTAMOS " PRESTAMOS VIVOS"
               DISPLAY "CIERRELA CON LA OPCION F (FUSION)"
               GO TO PROCESA-CIERRE-FIN
           END-IF
           DISPLAY "Fecha de cierre AAAAMMDD (blanco = "
               WS-FECHA-PROCESO "): " UPON CONSOLE-DEVICE
           PERFORM PIDE-FECHA THRU PIDE-FECHA-FIN
           IF NOT FECHA-OK
               GO TO PROCESA-CIERRE-FIN
           END-IF
           IF SUC-FECHA-APERTURA IS NUMERIC
                   AND WS-FECHA < SUC-FECHA-APERTURA
               DISPLAY "ERROR: CIERRE ANTERIOR A LA APERTURA "
                   SUC-FECHA-APERTURA
               GO TO PROCESA-CIERRE-FIN
           END-IF
           MOVE WS-FECHA TO SUC-FECHA-CIERRE
           MOVE SPACES TO SUC-ABSORBENTE
           MOVE SUCURSAL-RECORD TO WS-SUC-LINEA(WS-SUC-POS)
           PERFORM GUARDA-SUCURSALES THRU GUARDA-SUCURSALES-FIN
           IF WS-SUCURSALES-STATUS NOT = "00" OR TABLA-LLENA
               GO TO PROCESA-CIERRE-FIN
           END-IF
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "CIERRE SUCURSAL=" WS-CODIGO " FECHA=" WS-FECHA
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           PERFORM GRABA-AUDITORIA
           DISPLAY "SUCURSAL CERRADA CON FECHA " WS-FECHA.

       PROCESA-CIERRE-FIN.
           EXIT.

       CUENTA-REFERENCIAS.
           MOVE ZERO TO WS-CONT-EMPLEADOS WS-CONT-CLIENTES
               WS-CONT-PRESTAMOS
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS = "00"
               MOVE "N" TO WS-EOF-EMPLOYEE
               PERFORM LEE-EMPLEADO
               PERFORM UNTIL FIN-EMPLOYEE
                   IF EMP-SUCURSAL = WS-CODIGO
                       ADD 1 TO WS-CONT-EMPLEADOS
                   END-IF
                   PERFORM LEE-EMPLEADO
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               MOVE "N" TO WS-EOF-CLIENTES
               PERFORM LEE-CLIENTE
               PERFORM UNTIL FIN-CLIENTES
                   IF CLI-SUCURSAL = WS-CODIGO
                       ADD 1 TO WS-CONT-CLIENTES
                   END-IF
                   PERFORM LEE-CLIENTE
               END-PERFORM
               CLOSE CLIENTES-FILE
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS = "00"
               MOVE "N" TO WS-EOF-PRESTAMOS
               PERFORM LEE-PRESTAMO
               PERFORM UNTIL FIN-PRESTAMOS
                   IF PRE-SUCURSAL = WS-CODIGO AND NOT PRE-LIQUIDADO
                       ADD 1 TO WS-CONT-PRESTAMOS
                   END-IF
                   PERFORM LEE-PRESTAMO
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.

      ******************************************************************
      * FUSION: LA SUCURSAL ABSORBIDA SE CIERRA Y SUS EMPLEADOS,
      * CLIENTES, PRESTAMOS VIVOS Y SUSPENSO PENDIENTE PASAN A LA
      * ABSORBENTE
      ******************************************************************
       PROCESA-FUSION.
           PERFORM CARGA-SUCURSALES
           IF TABLA-LLENA
               DISPLAY "ERROR: MAS DE 200 SUCURSALES, NO SE PUEDE "
                   "FUSIONAR"
               GO TO PROCESA-FUSION-FIN
           END-IF
           DISPLAY "Sucursal que se cierra:" UPON CONSOLE-DEVICE
           PERFORM PIDE-CODIGO
           PERFORM BUSCA-CODIGO
           IF WS-SUC-POS = ZERO
               DISPLAY "SUCURSAL NO ENCONTRADA: " WS-CODIGO
               GO TO PROCESA-FUSION-FIN
           END-IF
           PERFORM FIJA-ESTADO-SUCURSAL
           IF WS-ESTADO-SUCURSAL = "CERRADA"
               DISPLAY "LA SUCURSAL YA ESTA CERRADA DESDE "
                   SUC-FECHA-CIERRE
               GO TO PROCESA-FUSION-FIN
           END-IF

           DISPLAY "Sucursal absorbente: " UPON CONSOLE-DEVICE
           MOVE SPACES TO WS-ABSORBENTE
           ACCEPT WS-ABSORBENTE FROM CONSOLE-DEVICE
           MOVE FUNCTION UPPER-CASE(WS-ABSORBENTE) TO WS-ABSORBENTE
           IF WS-ABSORBENTE = WS-CODIGO
               DISPLAY "ERROR: LA ABSORBENTE DEBE SER OTRA SUCURSAL"
               GO TO PROCESA-FUSION-FIN
           END-IF
           MOVE ZERO TO WS-ABS-POS
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   OR WS-ABS-POS > ZERO
               IF WS-SUC-LINEA(WS-SUC-IDX)(1:4) = WS-ABSORBENTE
                   MOVE WS-SUC-IDX TO WS-ABS-POS
               END-IF
           END-PERFORM
           IF WS-ABS-POS = ZERO OR WS-ABSORBENTE = SPACES
               DISPLAY "SUCURSAL ABSORBENTE NO ENCONTRADA: "
                   WS-ABSORBENTE
               GO TO PROCESA-FUSION-FIN
           END-IF
           MOVE WS-SUC-LINEA(WS-ABS-POS) TO SUCURSAL-RECORD
           PERFORM FIJA-ESTADO-SUCURSAL
           IF WS-ESTADO-SUCURSAL = "CERRADA"
               DISPLAY "ERROR: LA ABSORBENTE ESTA CERRADA DESDE "
                   SUC-FECHA-CIERRE
               GO TO PROCESA-FUSION-FIN
           END-IF
           MOVE WS-SUC-LINEA(WS-SUC-POS) TO SUCURSAL-RECORD

           DISPLAY "Fecha de cierre AAAAMMDD (blanco = "
               WS-FECHA-PROCESO "): " UPON CONSOLE-DEVICE
           PERFORM PIDE-FECHA THRU PIDE-FECHA-FIN
           IF NOT FECHA-OK
               GO TO PROCESA-FUSION-FIN
           END-IF
           IF SUC-FECHA-APERTURA IS NUMERIC
                   AND WS-FECHA < SUC-FECHA-APERTURA
               DISPLAY "ERROR: CIERRE ANTERIOR A LA APERTURA "
                   SUC-FECHA-APERTURA
               GO TO PROCESA-FUSION-FIN
           END-IF

           DISPLAY "SE CIERRA " WS-CODIGO " CON FECHA " WS-FECHA
               " Y SE TRASLADA TODO A " WS-ABSORBENTE
           DISPLAY "¿Confirma la fusion (S/N)? " UPON CONSOLE-DEVICE
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA FROM CONSOLE-DEVICE
           IF NOT CONFIRMA-SI
               DISPLAY "FUSION CANCELADA"
               GO TO PROCESA-FUSION-FIN
           END-IF

      *    EL SUSPENSO SE CARGA ANTES DE TOCAR NADA: SI NO CABE EN LA
      *    TABLA NO SE EMPIEZA LA FUSION
           PERFORM CARGA-SUSPENSO
           IF SUSPENSO-LLENO
               DISPLAY "ERROR: MAS DE 2000 PARTIDAS EN SUSPENSO, NO "
                   "SE PUEDE FUSIONAR"
               MOVE 8 TO WS-RETURN-CODE
               GO TO PROCESA-FUSION-FIN
           END-IF

           MOVE 8 TO WS-CERROJO-RC
           CALL "CERROJO" USING "A" WS-AUDIT-PROGRAMA WS-CERROJO-RC
           IF WS-CERROJO-RC NOT = ZERO
               DISPLAY "MAESTRO DE EMPLEADOS EN USO, REINTENTE LA "
                   "FUSION MAS TARDE"
               GO TO PROCESA-FUSION-FIN
           END-IF

           MOVE ZERO TO WS-CONT-EMPLEADOS WS-CONT-CLIENTES
               WS-CONT-PRESTAMOS WS-CONT-SUSPENSO
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT FUSION-REPORT
           CALL "RPTHDR" USING "SUCURSALES-MAINT"
               "INFORME_FUSION_SUCURSAL.TXT" WS-RPT-PAGINA
               WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO FUSION-LINEA
           WRITE FUSION-LINEA
           MOVE SPACES TO FUSION-LINEA
           STRING "FUSION DE LA SUCURSAL " WS-CODIGO " EN "
               WS-ABSORBENTE " CON CIERRE " WS-FECHA
               " OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO FUSION-LINEA
           WRITE FUSION-LINEA
           MOVE SPACES TO FUSION-LINEA
           WRITE FUSION-LINEA

           PERFORM MUEVE-EMPLEADOS THRU MUEVE-EMPLEADOS-FIN
           CALL "CERROJO" USING "L" WS-AUDIT-PROGRAMA WS-CERROJO-RC
           PERFORM MUEVE-CLIENTES THRU MUEVE-CLIENTES-FIN
           PERFORM MUEVE-PRESTAMOS THRU MUEVE-PRESTAMOS-FIN
           PERFORM MUEVE-SUSPENSO THRU MUEVE-SUSPENSO-FIN

           MOVE WS-SUC-LINEA(WS-SUC-POS) TO SUCURSAL-RECORD
           MOVE WS-FECHA TO SUC-FECHA-CIERRE
           MOVE WS-ABSORBENTE TO SUC-ABSORBENTE
           MOVE SUCURSAL-RECORD TO WS-SUC-LINEA(WS-SUC-POS)
           PERFORM GUARDA-SUCURSALES THRU GUARDA-SUCURSALES-FIN

           MOVE SPACES TO FUSION-LINEA
           WRITE FUSION-LINEA
           MOVE SPACES TO FUSION-LINEA
           STRING "TRASLADADOS: EMPLEADOS=" WS-CONT-EMPLEADOS
               " CLIENTES=" WS-CONT-CLIENTES
               " PRESTAMOS=" WS-CONT-PRESTAMOS
               " PARTIDAS DE SUSPENSO=" WS-CONT-SUSPENSO
               DELIMITED BY SIZE INTO FUSION-LINEA
           WRITE FUSION-LINEA
           CLOSE FUSION-REPORT

           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "FUSION SUCURSAL=" WS-CODIGO " EN " WS-ABSORBENTE
               " CIERRE=" WS-FECHA " EMP=" WS-CONT-EMPLEADOS
               " CLI=" WS-CONT-CLIENTES " PRE=" WS-CONT-PRESTAMOS
               " SUS=" WS-CONT-SUSPENSO
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           PERFORM GRABA-AUDITORIA
           DISPLAY "FUSION TERMINADA: EMPLEADOS=" WS-CONT-EMPLEADOS
               " CLIENTES=" WS-CONT-CLIENTES
               " PRESTAMOS=" WS-CONT-PRESTAMOS
               " SUSPENSO=" WS-CONT-SUSPENSO
           DISPLAY "DETALLE EN INFORME_FUSION_SUCURSAL.TXT".

       PROCESA-FUSION-FIN.
           EXIT.

       MUEVE-EMPLEADOS.
           OPEN I-O EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE ("
                   WS-EMPLOYEE-STATUS "), NO SE TRASLADAN EMPLEADOS"
               MOVE 4 TO WS-RETURN-CODE
               GO TO MUEVE-EMPLEADOS-FIN
           END-IF
           OPEN I-O HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               OPEN OUTPUT HISTORIA-FILE
               CLOSE HISTORIA-FILE
               OPEN I-O HISTORIA-FILE
           END-IF
           MOVE "N" TO WS-EOF-EMPLOYEE
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-EMPLOYEE
               IF EMP-SUCURSAL = WS-CODIGO
                   MOVE EMPLOYEE-RECORD TO WS-HIS-ANTES
                   MOVE WS-ABSORBENTE TO EMP-SUCURSAL
                   CALL "FECHAPROC" USING EMP-FECHA-ACTUALIZACION
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REGRABANDO EMPLEADO "
                               EMP-ID
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-EMPLEADOS
                           PERFORM GRABA-HISTORIA-EMPLEADO
                           MOVE SPACES TO FUSION-LINEA
                           STRING "  EMPLEADO " EMP-ID " "
                               EMP-NOMBRE " " EMP-APELLIDOS
                               DELIMITED BY SIZE INTO FUSION-LINEA
                           WRITE FUSION-LINEA
                   END-REWRITE
               END-IF
               PERFORM LEE-EMPLEADO
           END-PERFORM
           CLOSE HISTORIA-FILE
           CLOSE EMPLOYEE-MASTER.

       MUEVE-EMPLEADOS-FIN.
           EXIT.

       LEE-EMPLEADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET FIN-EMPLOYEE TO TRUE
           END-READ.

      *    MISMA HISTORIA QUE EMPLOYEE-MAINT: SECUENCIA CORRELATIVA
      *    POR EMPLEADO, IMAGEN ANTES Y DESPUES
       GRABA-HISTORIA-EMPLEADO.
           MOVE ZERO TO WS-HIS-SECUENCIA
           MOVE "N" TO WS-EOF-HISTORIA
           MOVE EMP-ID TO HIS-EMP-ID
           MOVE ZERO TO HIS-SECUENCIA
           START HISTORIA-FILE KEY IS >= HIS-CLAVE
               INVALID KEY
                   SET FIN-HISTORIA TO TRUE
           END-START
           PERFORM UNTIL FIN-HISTORIA
               READ HISTORIA-FILE NEXT RECORD
                   AT END
                       SET FIN-HISTORIA TO TRUE
                   NOT AT END
                       IF HIS-EMP-ID = EMP-ID
                           MOVE HIS-SECUENCIA TO WS-HIS-SECUENCIA
                       ELSE
                           SET FIN-HISTORIA TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-HIS-SECUENCIA
           MOVE EMP-ID TO HIS-EMP-ID
           MOVE WS-HIS-SECUENCIA TO HIS-SECUENCIA
           MOVE WS-FECHA-PROCESO TO HIS-FECHA
           ACCEPT HIS-HORA FROM TIME
           MOVE WS-OPERADOR TO HIS-OPERADOR
           MOVE "FUSION" TO HIS-ACCION
           MOVE WS-HIS-ANTES TO HIS-IMAGEN-ANTES
           MOVE EMPLOYEE-RECORD TO HIS-IMAGEN-DESPUES
           WRITE HISTORIA-RECORD
               INVALID KEY
                   DISPLAY "AVISO: HISTORIA NO GRABADA PARA " EMP-ID
           END-WRITE.

       MUEVE-CLIENTES.
           OPEN I-O CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE ("
                   WS-CLIENTES-STATUS "), NO SE TRASLADAN CLIENTES"
               MOVE 4 TO WS-RETURN-CODE
               GO TO MUEVE-CLIENTES-FIN
           END-IF
           MOVE "N" TO WS-EOF-CLIENTES
           PERFORM LEE-CLIENTE
           PERFORM UNTIL FIN-CLIENTES
               IF CLI-SUCURSAL = WS-CODIGO
                   MOVE WS-ABSORBENTE TO CLI-SUCURSAL
                   CALL "FECHAPROC" USING CLI-FECHA-ACTUALIZACION
                   REWRITE CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REGRABANDO CLIENTE "
                               CLI-DOCUMENTO
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-CLIENTES
                           MOVE SPACES TO FUSION-LINEA
                           STRING "  CLIENTE  " CLI-DOCUMENTO " "
                               CLI-NOMBRE
                               DELIMITED BY SIZE INTO FUSION-LINEA
                           WRITE FUSION-LINEA
                   END-REWRITE
               END-IF
               PERFORM LEE-CLIENTE
           END-PERFORM
           CLOSE CLIENTES-FILE.

       MUEVE-CLIENTES-FIN.
           EXIT.

       LEE-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET FIN-CLIENTES TO TRUE
           END-READ.

      *    LOS PRESTAMOS LIQUIDADOS SE QUEDAN CON EL CODIGO ANTIGUO
       MUEVE-PRESTAMOS.
           OPEN I-O PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS NOT = "00"
               DISPLAY "AVISO: PRESTAMOS_MAESTRO.DAT NO DISPONIBLE ("
                   WS-PRESTAMOS-STATUS "), NO SE TRASLADAN PRESTAMOS"
               MOVE 4 TO WS-RETURN-CODE
               GO TO MUEVE-PRESTAMOS-FIN
           END-IF
           MOVE "N" TO WS-EOF-PRESTAMOS
           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               IF PRE-SUCURSAL = WS-CODIGO AND NOT PRE-LIQUIDADO
                   MOVE WS-ABSORBENTE TO PRE-SUCURSAL
                   REWRITE PRESTAMO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR REGRABANDO PRESTAMO "
                               PRE-REFERENCIA
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-PRESTAMOS
                           MOVE SPACES TO FUSION-LINEA
                           STRING "  PRESTAMO " PRE-REFERENCIA
                               " CLIENTE " PRE-CLIENTE
                               " ESTADO " PRE-ESTADO
                               DELIMITED BY SIZE INTO FUSION-LINEA
                           WRITE FUSION-LINEA
                   END-REWRITE
               END-IF
               PERFORM LEE-PRESTAMO
           END-PERFORM
           CLOSE PRESTAMOS-FILE.

       MUEVE-PRESTAMOS-FIN.
           EXIT.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

       CARGA-SUSPENSO.
           MOVE ZERO TO WS-SUS-TOTAL
           MOVE "N" TO WS-SUSPENSO-LLENO
           MOVE "N" TO WS-HAY-SUSPENSO
           MOVE "N" TO WS-EOF-SUSPENSO
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               SET HAY-SUSPENSO TO TRUE
               PERFORM LEE-SUSPENSO
               PERFORM UNTIL FIN-SUSPENSO OR WS-SUS-TOTAL >= 2000
                   ADD 1 TO WS-SUS-TOTAL
                   MOVE SUSPENSO-REGISTRO TO WS-SUS-LINEA(WS-SUS-TOTAL)
                   PERFORM LEE-SUSPENSO
               END-PERFORM
               IF NOT FIN-SUSPENSO
                   SET SUSPENSO-LLENO TO TRUE
               END-IF
               CLOSE SUSPENSE-FILE
           END-IF.

       LEE-SUSPENSO.
           READ SUSPENSE-FILE
               AT END
                   SET FIN-SUSPENSO TO TRUE
           END-READ.

      *    SOLO LAS PARTIDAS PENDIENTES CAMBIAN DE SUCURSAL; LAS YA
      *    RESUELTAS SON HISTORIA Y CONSERVAN EL CODIGO ANTIGUO
       MUEVE-SUSPENSO.
           IF NOT HAY-SUSPENSO
               GO TO MUEVE-SUSPENSO-FIN
           END-IF
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-TOTAL
               MOVE WS-SUS-LINEA(WS-SUS-IDX) TO SUSPENSO-REGISTRO
               IF SUS-SUCURSAL = WS-CODIGO AND SUS-PENDIENTE
                   MOVE WS-ABSORBENTE TO SUS-SUCURSAL
                   MOVE SUSPENSO-REGISTRO TO WS-SUS-LINEA(WS-SUS-IDX)
                   ADD 1 TO WS-CONT-SUSPENSO
                   MOVE SPACES TO FUSION-LINEA
                   STRING "  SUSPENSO GRUPO " SUS-GRUPO
                       " MOTIVO " SUS-MOTIVO
                       " FECHA " SUS-FECHA-SUSPENSO
                       DELIMITED BY SIZE INTO FUSION-LINEA
                   WRITE FUSION-LINEA
               END-IF
           END-PERFORM
           IF WS-CONT-SUSPENSO = ZERO
               GO TO MUEVE-SUSPENSO-FIN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO SUSPENSO_OPERACIONES.DAT: "
                   WS-SUSPENSE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO MUEVE-SUSPENSO-FIN
           END-IF
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-TOTAL
               MOVE WS-SUS-LINEA(WS-SUS-IDX) TO SUSPENSO-REGISTRO
               WRITE SUSPENSO-REGISTRO
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       MUEVE-SUSPENSO-FIN.
           EXIT.

       PROCESA-CONSULTA.
           PERFORM CARGA-SUCURSALES
           PERFORM PIDE-CODIGO
           PERFORM BUSCA-CODIGO
           IF WS-SUC-POS = ZERO
               DISPLAY "SUCURSAL NO ENCONTRADA: " WS-CODIGO
           ELSE
               PERFORM FIJA-ESTADO-SUCURSAL
               DISPLAY "SUCURSAL: " SUC-CODIGO " NOMBRE: " SUC-NOMBRE
                   " CORTE: " SUC-HORA-CORTE
               DISPLAY "APERTURA: " SUC-FECHA-APERTURA
                   " ESTADO: " WS-ESTADO-SUCURSAL
               IF WS-ESTADO-SUCURSAL = "CERRADA"
                   DISPLAY "CIERRE: " SUC-FECHA-CIERRE
                       " ABSORBIDA POR: " SUC-ABSORBENTE
               END-IF
           END-IF.

       PROCESA-LISTA.
           PERFORM CARGA-SUCURSALES
           DISPLAY "COD  NOMBRE               CORTE APERTURA ESTADO "
               " CIERRE   ABSORBE"
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
               MOVE WS-SUC-LINEA(WS-SUC-IDX) TO SUCURSAL-RECORD
               PERFORM FIJA-ESTADO-SUCURSAL
               IF WS-ESTADO-SUCURSAL = "CERRADA"
                   DISPLAY SUC-CODIGO " " SUC-NOMBRE " " SUC-HORA-CORTE
                       "  " SUC-FECHA-APERTURA " "
                       WS-ESTADO-SUCURSAL " " SUC-FECHA-CIERRE " "
                       SUC-ABSORBENTE
               ELSE
                   DISPLAY SUC-CODIGO " " SUC-NOMBRE " " SUC-HORA-CORTE
                       "  " SUC-FECHA-APERTURA " "
                       WS-ESTADO-SUCURSAL
               END-IF
           END-PERFORM
           DISPLAY "SUCURSALES EN EL MAESTRO: " WS-SUC-TOTAL
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 200 SUCURSALES, LISTA INCOMPLETA"
           END-IF.

       CARGA-SUCURSALES.
           MOVE ZERO TO WS-SUC-TOTAL
           MOVE "N" TO WS-EOF-SUCURSALES
           MOVE "N" TO WS-TABLA-LLENA
           OPEN INPUT SUCURSALES-FILE
           IF WS-SUCURSALES-STATUS = "00"
               PERFORM LEE-SUCURSAL
               PERFORM UNTIL FIN-SUCURSALES OR WS-SUC-TOTAL >= 200
                   IF SUC-CODIGO NOT = SPACES
                       ADD 1 TO WS-SUC-TOTAL
                       MOVE SUCURSAL-RECORD
                           TO WS-SUC-LINEA(WS-SUC-TOTAL)
                   END-IF
                   PERFORM LEE-SUCURSAL
               END-PERFORM
               IF NOT FIN-SUCURSALES
                   SET TABLA-LLENA TO TRUE
               END-IF
               CLOSE SUCURSALES-FILE
           ELSE
               DISPLAY "SUCURSALES.DAT NO DISPONIBLE ("
                   WS-SUCURSALES-STATUS "), SE EMPIEZA VACIO"
           END-IF.

       LEE-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET FIN-SUCURSALES TO TRUE
           END-READ.

       GUARDA-SUCURSALES.
      *    CON MAS SUCURSALES DE LAS QUE CABEN EN LA TABLA NO SE
      *    REESCRIBE, PARA NO PERDER LAS QUE NO SE HAN CARGADO
           IF TABLA-LLENA
               DISPLAY "AVISO: MAS DE 200 SUCURSALES, NO SE PUEDE "
                   "GUARDAR EL CAMBIO"
               MOVE 8 TO WS-RETURN-CODE
               GO TO GUARDA-SUCURSALES-FIN
           END-IF
           OPEN OUTPUT SUCURSALES-FILE
           IF WS-SUCURSALES-STATUS NOT = "00"
               DISPLAY "ERROR REESCRIBIENDO SUCURSALES.DAT: "
                   WS-SUCURSALES-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                       UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   MOVE WS-SUC-LINEA(WS-SUC-IDX) TO SUCURSAL-RECORD
                   WRITE SUCURSAL-RECORD
               END-PERFORM
               CLOSE SUCURSALES-FILE
           END-IF.

       GUARDA-SUCURSALES-FIN.
           EXIT.

       GRABA-AUDITORIA.
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE.

       END PROGRAM SUCURSALES-MAINT.
