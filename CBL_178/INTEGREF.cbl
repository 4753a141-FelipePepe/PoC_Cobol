      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido nocturno de integridad referencial entre los
      *          maestros. Cada programa de mantenimiento valida sus
      *          referencias al teclear el registro, pero los maestros
      *          derivan despues: una sucursal retirada de
      *          SUCURSALES.DAT que aun tiene empleados, un grado
      *          desactivado que sigue en EMP-GRADO, un PRE-CLIENTE
      *          que ya no esta en CLIENTES.DAT o filas del cuadro de
      *          un prestamo inexistente. Este paso recorre cada
      *          enlace entre maestros:
      *            - empleado: sucursal, grado, centro de coste y jefe
      *            - cliente: sucursal
      *            - prestamo: cliente, sucursal y producto
      *            - fila de PRESTAMOS_CUADRO.DAT: prestamo
      *          y lista en INFORME_INTEGRIDAD.TXT cada referencia
      *          huerfana o a un registro inactivo con su fichero,
      *          clave, campo y valor. La referencia huerfana (el
      *          destino no existe) es CRITICA y deja una alerta por
      *          enlace en ALERTAS_OPERADOR.DAT y en consola; la
      *          referencia a un grado o centro inactivo, o a un
      *          cliente dado de baja desde un prestamo activo, es
      *          AVISO, como la referencia a una sucursal pasada su
      *          fecha de cierre (la fusion traslada las referencias
      *          vivas; los prestamos liquidados conservan el codigo
      *          antiguo y no se avisan). Las filas huerfanas del
      *          cuadro se listan una vez por referencia con su numero
      *          de filas. Los campos
      *          en blanco (registros antiguos sin clasificar) no se
      *          comprueban. Si un maestro destino no se puede abrir,
      *          sus enlaces se omiten y se dice en el informe. Termina
      *          con RC 8 si hay alguna CRITICA y RC 4 si solo hay
      *          avisos o enlaces omitidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-REFERENCIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

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

      *    SEGUNDA VISTA DEL MAESTRO DE EMPLEADOS PARA BUSCAR EL JEFE
      *    SIN PERDER LA POSICION DEL RECORRIDO SECUENCIAL
           SELECT JEFES-FILE ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JEF-ID
               ALTERNATE RECORD KEY IS JEF-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-JEFES-STATUS.

           SELECT GRADOS-FILE ASSIGN TO "GRADOS_SALARIALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CODIGO
               FILE STATUS IS WS-GRADOS-STATUS.

           SELECT CENTROS-FILE ASSIGN TO "CENTROS_COSTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCO-CODIGO
               FILE STATUS IS WS-CENTROS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS_MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT CUADRO-FILE ASSIGN TO "PRESTAMOS_CUADRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-CUADRO-STATUS.

           SELECT INTEGRIDAD-REPORT ASSIGN TO "INFORME_INTEGRIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSALES-FILE.
       COPY SUCURREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  JEFES-FILE.
       01  JEFE-RECORD.
           05  JEF-ID PIC 9(6).
           05  FILLER PIC X(15).
           05  JEF-APELLIDOS PIC X(20).
           05  FILLER PIC X(61).

       FD  GRADOS-FILE.
       01  GRADO-RECORD.
           05  GRD-CODIGO PIC X(2).
           05  GRD-DESCRIPCION PIC X(30).
           05  GRD-SALARIO-BASE PIC 9(7)V99.
           05  GRD-ACTIVO PIC X.
               88  GRD-ES-ACTIVO VALUE "A".
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

       FD  CENTROS-FILE.
       01  CENTRO-RECORD.
           05  CCO-CODIGO PIC X(6).
           05  CCO-DESCRIPCION PIC X(30).
           05  CCO-ACTIVO PIC X.
               88  CCO-ES-ACTIVO VALUE "A".
               88  CCO-ES-INACTIVO VALUE "I".
           05  CCO-FECHA-ACTUALIZACION PIC 9(8).

       FD  CLIENTES-FILE.
       COPY CLIENREC.

       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       FD  PRESTAMOS-FILE.
       COPY PRESTREC.

       FD  CUADRO-FILE.
       COPY CUOTAREC.

       FD  INTEGRIDAD-REPORT.
       01  INTEGRIDAD-LINEA PIC X(100).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUCURSALES-STATUS PIC XX.
       01  WS-EMPLOYEE-STATUS PIC XX.
       01  WS-JEFES-STATUS PIC XX.
       01  WS-GRADOS-STATUS PIC XX.
       01  WS-CENTROS-STATUS PIC XX.
       01  WS-CLIENTES-STATUS PIC XX.
       01  WS-PRODUCTOS-STATUS PIC XX.
       01  WS-PRESTAMOS-STATUS PIC XX.
       01  WS-CUADRO-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-ALERTAS-STATUS PIC XX.

       01  WS-EOF-SUCURSALES PIC X VALUE "N".
           88  FIN-SUCURSALES VALUE "Y".
       01  WS-EOF-EMPLOYEE PIC X VALUE "N".
           88  FIN-EMPLOYEE VALUE "Y".
       01  WS-EOF-CLIENTES PIC X VALUE "N".
           88  FIN-CLIENTES VALUE "Y".
       01  WS-EOF-PRESTAMOS PIC X VALUE "N".
           88  FIN-PRESTAMOS VALUE "Y".
       01  WS-EOF-CUADRO PIC X VALUE "N".
           88  FIN-CUADRO VALUE "Y".

      *    MAESTROS DESTINO DISPONIBLES: SI UNO NO ABRE, SUS ENLACES
      *    SE OMITEN EN VEZ DE DARLOS TODOS POR HUERFANOS
       01  WS-HAY-SUCURSALES PIC X VALUE "N".
           88  HAY-SUCURSALES VALUE "Y".
       01  WS-HAY-JEFES PIC X VALUE "N".
           88  HAY-JEFES VALUE "Y".
       01  WS-HAY-GRADOS PIC X VALUE "N".
           88  HAY-GRADOS VALUE "Y".
       01  WS-HAY-CENTROS PIC X VALUE "N".
           88  HAY-CENTROS VALUE "Y".
       01  WS-HAY-CLIENTES PIC X VALUE "N".
           88  HAY-CLIENTES VALUE "Y".
       01  WS-HAY-PRODUCTOS PIC X VALUE "N".
           88  HAY-PRODUCTOS VALUE "Y".
       01  WS-HAY-PRESTAMOS PIC X VALUE "N".
           88  HAY-PRESTAMOS VALUE "Y".
       01  WS-HAY-ALERTAS PIC X VALUE "N".
           88  HAY-ALERTAS VALUE "Y".

       01  WS-SUC-TABLA.
           05  WS-SUC-CODIGO PIC X(4) OCCURS 200 TIMES.
       01  WS-SUC-CIERRES.
           05  WS-SUC-FECHA-CIERRE PIC 9(8) OCCURS 200 TIMES.
       01  WS-SUC-TOTAL PIC 999 VALUE ZERO.
       01  WS-SUC-IDX PIC 999.
       01  WS-SUC-BUSCADA PIC X(4).
       01  WS-SUCURSAL-VALIDA PIC X.
           88  SUCURSAL-VALIDA VALUE "Y".
       01  WS-SUCURSAL-CERRADA PIC X.
           88  SUCURSAL-CERRADA VALUE "Y".

      *    ENLACES COMPROBADOS, EN EL ORDEN DEL INFORME
       01  WS-ENLACES-NOMBRES.
           05  FILLER PIC X(20) VALUE "EMPLEADO->SUCURSAL".
           05  FILLER PIC X(20) VALUE "EMPLEADO->GRADO".
           05  FILLER PIC X(20) VALUE "EMPLEADO->CENTRO".
           05  FILLER PIC X(20) VALUE "EMPLEADO->JEFE".
           05  FILLER PIC X(20) VALUE "CLIENTE->SUCURSAL".
           05  FILLER PIC X(20) VALUE "PRESTAMO->CLIENTE".
           05  FILLER PIC X(20) VALUE "PRESTAMO->SUCURSAL".
           05  FILLER PIC X(20) VALUE "PRESTAMO->PRODUCTO".
           05  FILLER PIC X(20) VALUE "CUADRO->PRESTAMO".
       01  WS-ENLACES-TABLA REDEFINES WS-ENLACES-NOMBRES.
           05  WS-ENL-NOMBRE PIC X(20) OCCURS 9 TIMES.
       01  WS-ENLACES-CUENTAS.
           05  WS-ENL-ENT OCCURS 9 TIMES.
               10  WS-ENL-CRITICAS PIC 9(5).
               10  WS-ENL-AVISOS PIC 9(5).
               10  WS-ENL-OMITIDO PIC X.
                   88  ENLACE-OMITIDO VALUE "S".
       01  WS-ENL-IDX PIC 99.

      *    INCIDENCIA EN CURSO, LA RELLENA CADA COMPROBACION
       01  WS-INC-ENLACE PIC 99.
       01  WS-INC-SEVERIDAD PIC X(7).
           88  INC-CRITICA VALUE "CRITICA".
           88  INC-AVISO VALUE "AVISO".
       01  WS-INC-FICHERO PIC X(22).
       01  WS-INC-CLAVE PIC X(12).
       01  WS-INC-CAMPO PIC X(16).
       01  WS-INC-VALOR PIC X(10).
       01  WS-INC-MOTIVO PIC X(26).

      *    CORTE POR REFERENCIA EN EL CUADRO
       01  WS-CUO-REFERENCIA PIC X(8) VALUE SPACES.
       01  WS-CUO-FILAS PIC 9(4) VALUE ZERO.
       01  WS-CUO-HUERFANA PIC X VALUE "N".
           88  CUADRO-HUERFANO VALUE "Y".

       01  WS-CONT-EMPLEADOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-CLIENTES PIC 9(7) VALUE ZERO.
       01  WS-CONT-PRESTAMOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-FILAS PIC 9(7) VALUE ZERO.
       01  WS-CONT-CRITICAS PIC 9(7) VALUE ZERO.
       01  WS-CONT-AVISOS PIC 9(7) VALUE ZERO.
       01  WS-CONT-OMITIDOS PIC 99 VALUE ZERO.

       01  WS-FECHA-PROCESO PIC 9(8).
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "INTEGRIDAD-REFERENC".
       01  WS-AUDIT-EVENTO PIC X(10) VALUE "INTEGRIDAD".
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "INTEGRIDAD-REFERENCIAL".
           CALL "FECHAPROC" USING WS-FECHA-PROCESO
           INITIALIZE WS-ENLACES-CUENTAS

           OPEN OUTPUT INTEGRIDAD-REPORT
           CALL "RPTHDR" USING "INTEGRIDAD-REFERENCIAL"
               "INFORME_INTEGRIDAD.TXT" WS-RPT-PAGINA WS-RPT-LINEA
           MOVE WS-RPT-LINEA TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE "REFERENCIAS ROTAS ENTRE MAESTROS" TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE SPACES TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE SPACES TO INTEGRIDAD-LINEA
           STRING "SEVERID FICHERO                CLAVE        "
               "CAMPO            VALOR      MOTIVO"
               DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA

           PERFORM ABRE-MAESTROS

           PERFORM COMPRUEBA-EMPLEADOS THRU COMPRUEBA-EMPLEADOS-FIN
           PERFORM COMPRUEBA-CLIENTES THRU COMPRUEBA-CLIENTES-FIN
           PERFORM COMPRUEBA-PRESTAMOS THRU COMPRUEBA-PRESTAMOS-FIN
           PERFORM COMPRUEBA-CUADRO THRU COMPRUEBA-CUADRO-FIN

           PERFORM CIERRA-MAESTROS

           IF WS-CONT-CRITICAS = ZERO AND WS-CONT-AVISOS = ZERO
               MOVE "  NINGUNA REFERENCIA ROTA" TO INTEGRIDAD-LINEA
               WRITE INTEGRIDAD-LINEA
           END-IF
           PERFORM ESCRIBE-RESUMEN

           IF WS-CONT-CRITICAS > ZERO
               PERFORM ESCRIBE-ALERTAS
           END-IF
           CLOSE INTEGRIDAD-REPORT

           MOVE WS-FECHA-PROCESO TO WS-AUDIT-CLAVE
           MOVE SPACES TO WS-AUDIT-DETALLE
           STRING "BARRIDO CRITICAS=" WS-CONT-CRITICAS
               " AVISOS=" WS-CONT-AVISOS
               " ENLACES OMITIDOS=" WS-CONT-OMITIDOS
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
               WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE

           DISPLAY "INTEGRIDAD: CRITICAS=" WS-CONT-CRITICAS
               " AVISOS=" WS-CONT-AVISOS
               " ENLACES OMITIDOS=" WS-CONT-OMITIDOS
           EVALUATE TRUE
               WHEN WS-CONT-CRITICAS > ZERO
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-CONT-AVISOS > ZERO OR WS-CONT-OMITIDOS > ZERO
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *    MAESTROS DESTINO: SUCURSALES EN TABLA, EL RESTO POR CLAVE
       ABRE-MAESTROS.
           PERFORM CARGA-SUCURSALES THRU CARGA-SUCURSALES-FIN
           OPEN INPUT JEFES-FILE
           IF WS-JEFES-STATUS = "00"
               SET HAY-JEFES TO TRUE
           END-IF
           OPEN INPUT GRADOS-FILE
           IF WS-GRADOS-STATUS = "00"
               SET HAY-GRADOS TO TRUE
           END-IF
           OPEN INPUT CENTROS-FILE
           IF WS-CENTROS-STATUS = "00"
               SET HAY-CENTROS TO TRUE
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               SET HAY-CLIENTES TO TRUE
           END-IF
           OPEN INPUT PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS = "00"
               SET HAY-PRODUCTOS TO TRUE
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PRESTAMOS-STATUS = "00"
               SET HAY-PRESTAMOS TO TRUE
           END-IF

           IF NOT HAY-SUCURSALES
               MOVE 1 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
               MOVE 5 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
               MOVE 7 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-GRADOS
               MOVE 2 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-CENTROS
               MOVE 3 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-JEFES
               MOVE 4 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-CLIENTES
               MOVE 6 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-PRODUCTOS
               MOVE 8 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF
           IF NOT HAY-PRESTAMOS
               MOVE 9 TO WS-ENL-IDX
               PERFORM OMITE-ENLACE
           END-IF.

       OMITE-ENLACE.
           MOVE "S" TO WS-ENL-OMITIDO(WS-ENL-IDX)
           ADD 1 TO WS-CONT-OMITIDOS
           DISPLAY "AVISO: ENLACE " WS-ENL-NOMBRE(WS-ENL-IDX)
               " OMITIDO, MAESTRO DESTINO NO DISPONIBLE".

       CIERRA-MAESTROS.
           IF HAY-JEFES
               CLOSE JEFES-FILE
           END-IF
           IF HAY-GRADOS
               CLOSE GRADOS-FILE
           END-IF
           IF HAY-CENTROS
               CLOSE CENTROS-FILE
           END-IF
           IF HAY-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           IF HAY-PRODUCTOS
               CLOSE PRODUCTOS-FILE
           END-IF
           IF HAY-PRESTAMOS
               CLOSE PRESTAMOS-FILE
           END-IF.

       CARGA-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE
           IF WS-SUCURSALES-STATUS NOT = "00"
               GO TO CARGA-SUCURSALES-FIN
           END-IF
           SET HAY-SUCURSALES TO TRUE
           PERFORM LEE-SUCURSAL
           PERFORM UNTIL FIN-SUCURSALES OR WS-SUC-TOTAL >= 200
               IF SUC-CODIGO NOT = SPACES
                   ADD 1 TO WS-SUC-TOTAL
                   MOVE SUC-CODIGO TO WS-SUC-CODIGO(WS-SUC-TOTAL)
                   IF SUC-FECHA-CIERRE IS NUMERIC
                       MOVE SUC-FECHA-CIERRE
                           TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                   ELSE
                       MOVE ZERO TO WS-SUC-FECHA-CIERRE(WS-SUC-TOTAL)
                   END-IF
               END-IF
               PERFORM LEE-SUCURSAL
           END-PERFORM
           CLOSE SUCURSALES-FILE.

       CARGA-SUCURSALES-FIN.
           EXIT.

       LEE-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET FIN-SUCURSALES TO TRUE
           END-READ.

       BUSCA-SUCURSAL.
           MOVE "N" TO WS-SUCURSAL-VALIDA
           MOVE "N" TO WS-SUCURSAL-CERRADA
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                   UNTIL WS-SUC-IDX > WS-SUC-TOTAL
                   OR SUCURSAL-VALIDA
               IF WS-SUC-CODIGO(WS-SUC-IDX) = WS-SUC-BUSCADA
                   SET SUCURSAL-VALIDA TO TRUE
                   IF WS-SUC-FECHA-CIERRE(WS-SUC-IDX) > ZERO AND
                           WS-FECHA-PROCESO >
                           WS-SUC-FECHA-CIERRE(WS-SUC-IDX)
                       SET SUCURSAL-CERRADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * EMPLEADOS: SUCURSAL, GRADO, CENTRO DE COSTE Y JEFE
      ******************************************************************
       COMPRUEBA-EMPLEADOS.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "AVISO: EMPLOYEE_MASTER.DAT NO DISPONIBLE, "
                   "NO SE COMPRUEBAN LOS EMPLEADOS"
               MOVE 4 TO WS-RETURN-CODE
               GO TO COMPRUEBA-EMPLEADOS-FIN
           END-IF
           PERFORM LEE-EMPLEADO
           PERFORM UNTIL FIN-EMPLOYEE
               ADD 1 TO WS-CONT-EMPLEADOS
               MOVE "EMPLOYEE_MASTER.DAT" TO WS-INC-FICHERO
               MOVE EMP-ID TO WS-INC-CLAVE
               PERFORM EMPLEADO-SUCURSAL
               PERFORM EMPLEADO-GRADO
               PERFORM EMPLEADO-CENTRO
               PERFORM EMPLEADO-JEFE
               PERFORM LEE-EMPLEADO
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       COMPRUEBA-EMPLEADOS-FIN.
           EXIT.

       LEE-EMPLEADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET FIN-EMPLOYEE TO TRUE
           END-READ.

       EMPLEADO-SUCURSAL.
           IF HAY-SUCURSALES AND EMP-SUCURSAL NOT = SPACES
               MOVE EMP-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF NOT SUCURSAL-VALIDA
                   MOVE 1 TO WS-INC-ENLACE
                   SET INC-CRITICA TO TRUE
                   MOVE "EMP-SUCURSAL" TO WS-INC-CAMPO
                   MOVE EMP-SUCURSAL TO WS-INC-VALOR
                   MOVE "SUCURSAL INEXISTENTE" TO WS-INC-MOTIVO
                   PERFORM ANOTA-INCIDENCIA
               END-IF
               IF SUCURSAL-CERRADA
                   MOVE 1 TO WS-INC-ENLACE
                   SET INC-AVISO TO TRUE
                   MOVE "EMP-SUCURSAL" TO WS-INC-CAMPO
                   MOVE EMP-SUCURSAL TO WS-INC-VALOR
                   MOVE "SUCURSAL CERRADA" TO WS-INC-MOTIVO
                   PERFORM ANOTA-INCIDENCIA
               END-IF
           END-IF.

       EMPLEADO-GRADO.
           IF HAY-GRADOS AND EMP-GRADO NOT = SPACES
               MOVE 2 TO WS-INC-ENLACE
               MOVE "EMP-GRADO" TO WS-INC-CAMPO
               MOVE EMP-GRADO TO WS-INC-VALOR
               MOVE EMP-GRADO TO GRD-CODIGO
               READ GRADOS-FILE
                   INVALID KEY
                       SET INC-CRITICA TO TRUE
                       MOVE "GRADO INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
                   NOT INVALID KEY
                       IF NOT GRD-ES-ACTIVO
                           SET INC-AVISO TO TRUE
                           MOVE "GRADO INACTIVO" TO WS-INC-MOTIVO
                           PERFORM ANOTA-INCIDENCIA
                       END-IF
               END-READ
           END-IF.

       EMPLEADO-CENTRO.
           IF HAY-CENTROS AND EMP-CENTRO-COSTE NOT = SPACES
               MOVE 3 TO WS-INC-ENLACE
               MOVE "EMP-CENTRO-COSTE" TO WS-INC-CAMPO
               MOVE EMP-CENTRO-COSTE TO WS-INC-VALOR
               MOVE EMP-CENTRO-COSTE TO CCO-CODIGO
               READ CENTROS-FILE
                   INVALID KEY
                       SET INC-CRITICA TO TRUE
                       MOVE "CENTRO INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
                   NOT INVALID KEY
                       IF CCO-ES-INACTIVO
                           SET INC-AVISO TO TRUE
                           MOVE "CENTRO INACTIVO" TO WS-INC-MOTIVO
                           PERFORM ANOTA-INCIDENCIA
                       END-IF
               END-READ
           END-IF.

      *    JEFE CERO O NO NUMERICO ES LA CABEZA DE LA ORGANIZACION
       EMPLEADO-JEFE.
           IF HAY-JEFES AND EMP-JEFE-ID IS NUMERIC
                   AND EMP-JEFE-ID > ZERO
               MOVE EMP-JEFE-ID TO JEF-ID
               READ JEFES-FILE
                   INVALID KEY
                       MOVE 4 TO WS-INC-ENLACE
                       SET INC-CRITICA TO TRUE
                       MOVE "EMP-JEFE-ID" TO WS-INC-CAMPO
                       MOVE EMP-JEFE-ID TO WS-INC-VALOR
                       MOVE "JEFE INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
               END-READ
           END-IF.

      ******************************************************************
      * CLIENTES: SUCURSAL
      ******************************************************************
       COMPRUEBA-CLIENTES.
           IF NOT HAY-CLIENTES
               DISPLAY "AVISO: CLIENTES.DAT NO DISPONIBLE, "
                   "NO SE COMPRUEBAN LOS CLIENTES"
               MOVE 4 TO WS-RETURN-CODE
               GO TO COMPRUEBA-CLIENTES-FIN
           END-IF
           PERFORM LEE-CLIENTE
           PERFORM UNTIL FIN-CLIENTES
               ADD 1 TO WS-CONT-CLIENTES
               IF HAY-SUCURSALES AND CLI-SUCURSAL NOT = SPACES
                   MOVE CLI-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM BUSCA-SUCURSAL
                   IF NOT SUCURSAL-VALIDA
                       MOVE 5 TO WS-INC-ENLACE
                       SET INC-CRITICA TO TRUE
                       MOVE "CLIENTES.DAT" TO WS-INC-FICHERO
                       MOVE CLI-DOCUMENTO TO WS-INC-CLAVE
                       MOVE "CLI-SUCURSAL" TO WS-INC-CAMPO
                       MOVE CLI-SUCURSAL TO WS-INC-VALOR
                       MOVE "SUCURSAL INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
                   END-IF
                   IF SUCURSAL-CERRADA
                       MOVE 5 TO WS-INC-ENLACE
                       SET INC-AVISO TO TRUE
                       MOVE "CLIENTES.DAT" TO WS-INC-FICHERO
                       MOVE CLI-DOCUMENTO TO WS-INC-CLAVE
                       MOVE "CLI-SUCURSAL" TO WS-INC-CAMPO
                       MOVE CLI-SUCURSAL TO WS-INC-VALOR
                       MOVE "SUCURSAL CERRADA" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
                   END-IF
               END-IF
               PERFORM LEE-CLIENTE
           END-PERFORM.

       COMPRUEBA-CLIENTES-FIN.
           EXIT.

       LEE-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET FIN-CLIENTES TO TRUE
           END-READ.

      ******************************************************************
      * PRESTAMOS: CLIENTE, SUCURSAL Y PRODUCTO
      ******************************************************************
       COMPRUEBA-PRESTAMOS.
           IF NOT HAY-PRESTAMOS
               DISPLAY "AVISO: PRESTAMOS_MAESTRO.DAT NO DISPONIBLE, "
                   "NO SE COMPRUEBAN LOS PRESTAMOS"
               MOVE 4 TO WS-RETURN-CODE
               GO TO COMPRUEBA-PRESTAMOS-FIN
           END-IF
           PERFORM LEE-PRESTAMO
           PERFORM UNTIL FIN-PRESTAMOS
               ADD 1 TO WS-CONT-PRESTAMOS
               MOVE "PRESTAMOS_MAESTRO.DAT" TO WS-INC-FICHERO
               MOVE PRE-REFERENCIA TO WS-INC-CLAVE
               PERFORM PRESTAMO-CLIENTE
               PERFORM PRESTAMO-SUCURSAL
               PERFORM PRESTAMO-PRODUCTO
               PERFORM LEE-PRESTAMO
           END-PERFORM.

       COMPRUEBA-PRESTAMOS-FIN.
           EXIT.

       LEE-PRESTAMO.
           READ PRESTAMOS-FILE NEXT RECORD
               AT END
                   SET FIN-PRESTAMOS TO TRUE
           END-READ.

      *    UN CLIENTE DADO DE BAJA SOLO PREOCUPA CON EL PRESTAMO VIVO
       PRESTAMO-CLIENTE.
           IF HAY-CLIENTES AND PRE-CLIENTE NOT = SPACES
               MOVE 6 TO WS-INC-ENLACE
               MOVE "PRE-CLIENTE" TO WS-INC-CAMPO
               MOVE PRE-CLIENTE TO WS-INC-VALOR
               MOVE PRE-CLIENTE TO CLI-DOCUMENTO
               READ CLIENTES-FILE
                   INVALID KEY
                       SET INC-CRITICA TO TRUE
                       MOVE "CLIENTE INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
                   NOT INVALID KEY
                       IF CLI-ES-INACTIVO AND PRE-ACTIVO
                           SET INC-AVISO TO TRUE
                           MOVE "CLIENTE INACTIVO, PRESTAMO VIVO"
                               TO WS-INC-MOTIVO
                           PERFORM ANOTA-INCIDENCIA
                       END-IF
               END-READ
           END-IF.

       PRESTAMO-SUCURSAL.
           IF HAY-SUCURSALES AND PRE-SUCURSAL NOT = SPACES
               MOVE PRE-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM BUSCA-SUCURSAL
               IF NOT SUCURSAL-VALIDA
                   MOVE 7 TO WS-INC-ENLACE
                   SET INC-CRITICA TO TRUE
                   MOVE "PRE-SUCURSAL" TO WS-INC-CAMPO
                   MOVE PRE-SUCURSAL TO WS-INC-VALOR
                   MOVE "SUCURSAL INEXISTENTE" TO WS-INC-MOTIVO
                   PERFORM ANOTA-INCIDENCIA
               END-IF
               IF SUCURSAL-CERRADA AND NOT PRE-LIQUIDADO
                   MOVE 7 TO WS-INC-ENLACE
                   SET INC-AVISO TO TRUE
                   MOVE "PRE-SUCURSAL" TO WS-INC-CAMPO
                   MOVE PRE-SUCURSAL TO WS-INC-VALOR
                   MOVE "SUCURSAL CERRADA" TO WS-INC-MOTIVO
                   PERFORM ANOTA-INCIDENCIA
               END-IF
           END-IF.

       PRESTAMO-PRODUCTO.
           IF HAY-PRODUCTOS AND PRE-PRODUCTO NOT = SPACES
               MOVE PRE-PRODUCTO TO PRD-CODIGO
               READ PRODUCTOS-FILE
                   INVALID KEY
                       MOVE 8 TO WS-INC-ENLACE
                       SET INC-CRITICA TO TRUE
                       MOVE "PRE-PRODUCTO" TO WS-INC-CAMPO
                       MOVE PRE-PRODUCTO TO WS-INC-VALOR
                       MOVE "PRODUCTO INEXISTENTE" TO WS-INC-MOTIVO
                       PERFORM ANOTA-INCIDENCIA
               END-READ
           END-IF.

      ******************************************************************
      * CUADRO DE AMORTIZACION: PRESTAMO, UNA LINEA POR REFERENCIA
      ******************************************************************
       COMPRUEBA-CUADRO.
           IF NOT HAY-PRESTAMOS
               GO TO COMPRUEBA-CUADRO-FIN
           END-IF
           OPEN INPUT CUADRO-FILE
           IF WS-CUADRO-STATUS NOT = "00"
               DISPLAY "AVISO: PRESTAMOS_CUADRO.DAT NO DISPONIBLE, "
                   "NO SE COMPRUEBA EL CUADRO"
               MOVE 4 TO WS-RETURN-CODE
               GO TO COMPRUEBA-CUADRO-FIN
           END-IF
           PERFORM LEE-CUOTA
           PERFORM UNTIL FIN-CUADRO
               ADD 1 TO WS-CONT-FILAS
               IF CUO-REFERENCIA NOT = WS-CUO-REFERENCIA
                   PERFORM CIERRA-REFERENCIA-CUADRO
                   PERFORM ABRE-REFERENCIA-CUADRO
               END-IF
               ADD 1 TO WS-CUO-FILAS
               PERFORM LEE-CUOTA
           END-PERFORM
           PERFORM CIERRA-REFERENCIA-CUADRO
           CLOSE CUADRO-FILE.

       COMPRUEBA-CUADRO-FIN.
           EXIT.

       LEE-CUOTA.
           READ CUADRO-FILE NEXT RECORD
               AT END
                   SET FIN-CUADRO TO TRUE
           END-READ.

       ABRE-REFERENCIA-CUADRO.
           MOVE CUO-REFERENCIA TO WS-CUO-REFERENCIA
           MOVE ZERO TO WS-CUO-FILAS
           MOVE "N" TO WS-CUO-HUERFANA
           MOVE CUO-REFERENCIA TO PRE-REFERENCIA
           READ PRESTAMOS-FILE
               INVALID KEY
                   SET CUADRO-HUERFANO TO TRUE
           END-READ.

       CIERRA-REFERENCIA-CUADRO.
           IF CUADRO-HUERFANO
               MOVE 9 TO WS-INC-ENLACE
               SET INC-CRITICA TO TRUE
               MOVE "PRESTAMOS_CUADRO.DAT" TO WS-INC-FICHERO
               MOVE WS-CUO-REFERENCIA TO WS-INC-CLAVE
               MOVE "CUO-REFERENCIA" TO WS-INC-CAMPO
               MOVE WS-CUO-REFERENCIA TO WS-INC-VALOR
               MOVE SPACES TO WS-INC-MOTIVO
               STRING "PRESTAMO INEXISTENTE " WS-CUO-FILAS " FILAS"
                   DELIMITED BY SIZE INTO WS-INC-MOTIVO
               PERFORM ANOTA-INCIDENCIA
           END-IF
           MOVE "N" TO WS-CUO-HUERFANA.

      ******************************************************************
      * INFORME
      ******************************************************************
       ANOTA-INCIDENCIA.
           IF INC-CRITICA
               ADD 1 TO WS-CONT-CRITICAS
               ADD 1 TO WS-ENL-CRITICAS(WS-INC-ENLACE)
           ELSE
               ADD 1 TO WS-CONT-AVISOS
               ADD 1 TO WS-ENL-AVISOS(WS-INC-ENLACE)
           END-IF
           MOVE SPACES TO INTEGRIDAD-LINEA
           STRING WS-INC-SEVERIDAD " " WS-INC-FICHERO " "
               WS-INC-CLAVE " " WS-INC-CAMPO " " WS-INC-VALOR " "
               WS-INC-MOTIVO
               DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE "RESUMEN POR ENLACE            CRITICAS   AVISOS"
               TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           PERFORM VARYING WS-ENL-IDX FROM 1 BY 1
                   UNTIL WS-ENL-IDX > 9
               MOVE SPACES TO INTEGRIDAD-LINEA
               IF ENLACE-OMITIDO(WS-ENL-IDX)
                   STRING "  " WS-ENL-NOMBRE(WS-ENL-IDX)
                       "  OMITIDO: MAESTRO DESTINO NO DISPONIBLE"
                       DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
               ELSE
                   STRING "  " WS-ENL-NOMBRE(WS-ENL-IDX) "           "
                       WS-ENL-CRITICAS(WS-ENL-IDX) "    "
                       WS-ENL-AVISOS(WS-ENL-IDX)
                       DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
               END-IF
               WRITE INTEGRIDAD-LINEA
           END-PERFORM
           MOVE SPACES TO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE SPACES TO INTEGRIDAD-LINEA
           STRING "EMPLEADOS=" WS-CONT-EMPLEADOS
               " CLIENTES=" WS-CONT-CLIENTES
               " PRESTAMOS=" WS-CONT-PRESTAMOS
               " FILAS DE CUADRO=" WS-CONT-FILAS
               DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA
           MOVE SPACES TO INTEGRIDAD-LINEA
           STRING "TOTAL CRITICAS=" WS-CONT-CRITICAS
               " AVISOS=" WS-CONT-AVISOS
               " ENLACES OMITIDOS=" WS-CONT-OMITIDOS
               DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
           WRITE INTEGRIDAD-LINEA.

      *    UNA ALERTA POR ENLACE CON REFERENCIAS CRITICAS
       ESCRIBE-ALERTAS.
           OPEN EXTEND ALERTAS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               OPEN OUTPUT ALERTAS-FILE
           END-IF
           IF WS-ALERTAS-STATUS = "00"
               SET HAY-ALERTAS TO TRUE
           ELSE
               DISPLAY "AVISO: ALERTAS_OPERADOR.DAT NO DISPONIBLE, "
                   "LAS CRITICAS QUEDAN SOLO EN EL INFORME"
           END-IF
           PERFORM VARYING WS-ENL-IDX FROM 1 BY 1
                   UNTIL WS-ENL-IDX > 9
               IF WS-ENL-CRITICAS(WS-ENL-IDX) > ZERO
                   MOVE SPACES TO ALERTA-RECORD
                   STRING "ALERTA INTEGRIDAD: "
                       WS-ENL-CRITICAS(WS-ENL-IDX) " REFERENCIAS "
                       WS-ENL-NOMBRE(WS-ENL-IDX) " ROTAS"
                       DELIMITED BY SIZE INTO ALERTA-RECORD
                   DISPLAY ALERTA-RECORD
                   IF HAY-ALERTAS
                       WRITE ALERTA-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF HAY-ALERTAS
               CLOSE ALERTAS-FILE
           END-IF.

       END PROGRAM INTEGRIDAD-REFERENCIAL.
