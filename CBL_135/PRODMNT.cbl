      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de productos de prestamo
      *          PRODUCTOS_PRESTAMO.DAT, con el mismo menu que
      *          CLIENTES-MAINT (CBL_79). SOL-PRODUCTO era solo un
      *          codigo de 4 posiciones con tasas en
      *          TASAS_PRODUCTO.DAT; la ficha del producto recoge
      *          ahora si exige garantia y el LTV maximo admitido
      *          (porcentaje de saldo sobre valor tasado, cero = sin
      *          limite), que usan ALTA-PRESTAMOS y CONTROL-GARANTIAS.
      *          Recoge tambien las reglas de admision que
      *          COTIZACION-PRESTAMOS aplica a las solicitudes
      *          (principal minimo y maximo y plazo maximo, cero =
      *          sin limite) y el tipo de tasa, fija o variable, con
      *          que ALTA-PRESTAMOS contabiliza los prestamos del
      *          producto. Todo cambio pasa por AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTOS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.
       SPECIAL-NAMES.
           CONSOLE IS CONSOLE-DEVICE
           PRINTER-1 IS PRINTER-DEVICE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS_PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-PRODUCTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-FILE.
       COPY PRODUREC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCTOS-STATUS PIC XX.

       01  WS-OPCION PIC X.
           88  OPCION-ALTA VALUE "A" "a".
           88  OPCION-CAMBIO VALUE "C" "c".
           88  OPCION-CONSULTA VALUE "I" "i".
           88  OPCION-SALIR VALUE "S" "s".

       01  WS-CODIGO PIC X(4).
       01  WS-DESCRIPCION PIC X(30).
       01  WS-GARANTIA PIC X.
           88  GARANTIA-VALIDA VALUE "S" "N".
       01  WS-LTV-TEXTO PIC X(6).
       01  WS-LTV-MAXIMO PIC 9(3)V99.
       01  WS-IMPORTE-TEXTO PIC X(14).
       01  WS-PRINCIPAL-MINIMO PIC 9(9)V99.
       01  WS-PRINCIPAL-MAXIMO PIC 9(9)V99.
       01  WS-PLAZO-TEXTO PIC X(6).
       01  WS-PLAZO-MAXIMO PIC 9(4).
       01  WS-TIPO-TASA PIC X.
           88  TIPO-TASA-VALIDO VALUE "F" "V".
       01  WS-GARANTIA-ANTES PIC X.
       01  WS-LTV-ANTES PIC 9(3)V99.
       01  WS-MINIMO-ANTES PIC 9(9)V99.
       01  WS-MAXIMO-ANTES PIC 9(9)V99.
       01  WS-PLAZO-ANTES PIC 9(4).
       01  WS-TIPO-TASA-ANTES PIC X.

       01  WS-REGISTRO-ENCONTRADO PIC X VALUE "N".
           88  REGISTRO-ENCONTRADO VALUE "Y".

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "PRODUCTOS-MAINT".

       01  WS-AUDIT-EVENTO PIC X(10) VALUE "MANTENIM".

       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
       01  WS-AUDIT-DETALLE PIC X(100).
       01  WS-RETURN-CODE PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "BANNER" USING "PRODUCTOS-MAINT".

           OPEN I-O PRODUCTOS-FILE
           IF WS-PRODUCTOS-STATUS NOT = "00"
               OPEN OUTPUT PRODUCTOS-FILE
               CLOSE PRODUCTOS-FILE
               OPEN I-O PRODUCTOS-FILE
           END-IF

           PERFORM UNTIL OPCION-SALIR
               PERFORM MUESTRA-MENU
               PERFORM DESPACHA-OPCION
           END-PERFORM

           CLOSE PRODUCTOS-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       MUESTRA-MENU.
           DISPLAY "=== MANTENIMIENTO PRODUCTOS DE PRESTAMO ==="
           DISPLAY "A - ALTA (NUEVO PRODUCTO)"
           DISPLAY "C - CAMBIO (MODIFICAR PRODUCTO)"
           DISPLAY "I - INQUIRY (CONSULTAR PRODUCTO)"
           DISPLAY "S - SALIR"
           DISPLAY "Seleccione una opcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-OPCION FROM CONSOLE-DEVICE.

       DESPACHA-OPCION.
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM PROCESA-ALTA THRU PROCESA-ALTA-FIN
               WHEN OPCION-CAMBIO
                   PERFORM PROCESA-CAMBIO
               WHEN OPCION-CONSULTA
                   PERFORM PROCESA-CONSULTA
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.

       PIDE-CODIGO.
           DISPLAY "Codigo de producto (4 posiciones): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-CODIGO FROM CONSOLE-DEVICE.

       PIDE-DATOS.
           DISPLAY "Descripcion: " UPON CONSOLE-DEVICE
           ACCEPT WS-DESCRIPCION FROM CONSOLE-DEVICE
           DISPLAY "Exige garantia (S/N): " UPON CONSOLE-DEVICE
           ACCEPT WS-GARANTIA FROM CONSOLE-DEVICE
           IF NOT GARANTIA-VALIDA
               DISPLAY "MARCA NO VALIDA, SE ASUME SIN GARANTIA"
               MOVE "N" TO WS-GARANTIA
           END-IF
           MOVE ZERO TO WS-LTV-MAXIMO
           IF WS-GARANTIA = "S"
               DISPLAY "LTV maximo en % (nnn.nn, 0 = sin limite): "
                   UPON CONSOLE-DEVICE
               ACCEPT WS-LTV-TEXTO FROM CONSOLE-DEVICE
               IF FUNCTION TEST-NUMVAL(WS-LTV-TEXTO) = ZERO
                       AND FUNCTION NUMVAL(WS-LTV-TEXTO) >= ZERO
                       AND FUNCTION NUMVAL(WS-LTV-TEXTO) <= 999.99
                   COMPUTE WS-LTV-MAXIMO =
                       FUNCTION NUMVAL(WS-LTV-TEXTO)
               ELSE
                   DISPLAY "LTV NO VALIDO, SE ASUME SIN LIMITE"
               END-IF
           END-IF
           DISPLAY "Principal minimo (0 = sin minimo): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-PRINCIPAL-MINIMO
           IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) = ZERO
                   AND FUNCTION NUMVAL(WS-IMPORTE-TEXTO) >= ZERO
                   AND FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
                   <= 999999999.99
               COMPUTE WS-PRINCIPAL-MINIMO =
                   FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
           ELSE
               DISPLAY "IMPORTE NO VALIDO, SE ASUME SIN MINIMO"
           END-IF
           DISPLAY "Principal maximo (0 = sin maximo): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-IMPORTE-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-PRINCIPAL-MAXIMO
           IF FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) = ZERO
                   AND FUNCTION NUMVAL(WS-IMPORTE-TEXTO) >= ZERO
                   AND FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
                   <= 999999999.99
               COMPUTE WS-PRINCIPAL-MAXIMO =
                   FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
           ELSE
               DISPLAY "IMPORTE NO VALIDO, SE ASUME SIN MAXIMO"
           END-IF
           IF WS-PRINCIPAL-MAXIMO > ZERO
                   AND WS-PRINCIPAL-MAXIMO < WS-PRINCIPAL-MINIMO
               DISPLAY "EL MAXIMO ES MENOR QUE EL MINIMO, SE ASUME "
                   "SIN MAXIMO"
               MOVE ZERO TO WS-PRINCIPAL-MAXIMO
           END-IF
           DISPLAY "Plazo maximo en periodos (0 = sin limite): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-PLAZO-TEXTO FROM CONSOLE-DEVICE
           MOVE ZERO TO WS-PLAZO-MAXIMO
           IF FUNCTION TEST-NUMVAL(WS-PLAZO-TEXTO) = ZERO
                   AND FUNCTION NUMVAL(WS-PLAZO-TEXTO) >= ZERO
                   AND FUNCTION NUMVAL(WS-PLAZO-TEXTO) <= 600
               COMPUTE WS-PLAZO-MAXIMO =
                   FUNCTION NUMVAL(WS-PLAZO-TEXTO)
           ELSE
               DISPLAY "PLAZO NO VALIDO, SE ASUME SIN LIMITE"
           END-IF
           DISPLAY "Tipo de tasa (F = fija, V = variable): "
               UPON CONSOLE-DEVICE
           ACCEPT WS-TIPO-TASA FROM CONSOLE-DEVICE
           IF NOT TIPO-TASA-VALIDO
               DISPLAY "TIPO NO VALIDO, SE ASUME TASA FIJA"
               MOVE "F" TO WS-TIPO-TASA
           END-IF.

       MUEVE-DATOS.
           MOVE WS-DESCRIPCION TO PRD-DESCRIPCION
           MOVE WS-GARANTIA TO PRD-GARANTIA
           MOVE WS-LTV-MAXIMO TO PRD-LTV-MAXIMO
           MOVE WS-PRINCIPAL-MINIMO TO PRD-PRINCIPAL-MINIMO
           MOVE WS-PRINCIPAL-MAXIMO TO PRD-PRINCIPAL-MAXIMO
           MOVE WS-PLAZO-MAXIMO TO PRD-PLAZO-MAXIMO
           MOVE WS-TIPO-TASA TO PRD-TIPO-TASA
           CALL "FECHAPROC" USING PRD-FECHA-ACTUALIZACION.

       PROCESA-ALTA.
           PERFORM PIDE-CODIGO
           IF WS-CODIGO = SPACES
               DISPLAY "ERROR: EL CODIGO NO PUEDE ESTAR EN BLANCO"
               GO TO PROCESA-ALTA-FIN
           END-IF
           PERFORM PIDE-DATOS
           MOVE WS-CODIGO TO PRD-CODIGO
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           PERFORM MUEVE-DATOS
           WRITE PRODUCTO-RECORD
               INVALID KEY
                   DISPLAY "EL PRODUCTO YA EXISTE: " WS-CODIGO
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-DETALLE
                   STRING "PRODUCTO=" WS-CODIGO " ALTA GARANTIA="
                       PRD-GARANTIA " LTV-MAX=" PRD-LTV-MAXIMO
                       " TASA=" PRD-TIPO-TASA
                       " MIN=" PRD-PRINCIPAL-MINIMO
                       " MAX=" PRD-PRINCIPAL-MAXIMO
                       " PLAZO=" PRD-PLAZO-MAXIMO
                       DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
                   CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                       WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           END-WRITE.

       PROCESA-ALTA-FIN.
           EXIT.

       PROCESA-CAMBIO.
           PERFORM PIDE-CODIGO
           MOVE WS-CODIGO TO PRD-CODIGO
           MOVE WS-CODIGO TO WS-AUDIT-CLAVE
           PERFORM LEE-PRODUCTO
           IF REGISTRO-ENCONTRADO
               MOVE PRD-GARANTIA TO WS-GARANTIA-ANTES
               MOVE PRD-LTV-MAXIMO TO WS-LTV-ANTES
               MOVE PRD-PRINCIPAL-MINIMO TO WS-MINIMO-ANTES
               MOVE PRD-PRINCIPAL-MAXIMO TO WS-MAXIMO-ANTES
               MOVE PRD-PLAZO-MAXIMO TO WS-PLAZO-ANTES
               MOVE PRD-TIPO-TASA TO WS-TIPO-TASA-ANTES
               PERFORM PIDE-DATOS
               PERFORM MUEVE-DATOS
               REWRITE PRODUCTO-RECORD
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "PRODUCTO=" WS-CODIGO " CAMBIO GARANTIA="
                   WS-GARANTIA-ANTES "->" PRD-GARANTIA
                   " LTV-MAX=" WS-LTV-ANTES "->" PRD-LTV-MAXIMO
                   " TASA=" WS-TIPO-TASA-ANTES "->" PRD-TIPO-TASA
                   " PLAZO=" WS-PLAZO-ANTES "->" PRD-PLAZO-MAXIMO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
      *        LOS LIMITES DE PRINCIPAL NO CABEN EN LA MISMA ENTRADA
               MOVE SPACES TO WS-AUDIT-DETALLE
               STRING "PRODUCTO=" WS-CODIGO " CAMBIO MIN="
                   WS-MINIMO-ANTES "->" PRD-PRINCIPAL-MINIMO
                   " MAX=" WS-MAXIMO-ANTES "->" PRD-PRINCIPAL-MAXIMO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
               CALL "AUDITORIA" USING WS-AUDIT-PROGRAMA
                   WS-AUDIT-EVENTO WS-AUDIT-CLAVE WS-AUDIT-DETALLE
           ELSE
               DISPLAY "PRODUCTO NO ENCONTRADO: " WS-CODIGO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       PROCESA-CONSULTA.
           PERFORM PIDE-CODIGO
           MOVE WS-CODIGO TO PRD-CODIGO
           PERFORM LEE-PRODUCTO
           IF REGISTRO-ENCONTRADO
               DISPLAY "PRODUCTO: " PRD-CODIGO
                   " " PRD-DESCRIPCION
                   " GARANTIA: " PRD-GARANTIA
                   " LTV MAXIMO: " PRD-LTV-MAXIMO
               DISPLAY "   PRINCIPAL MINIMO: " PRD-PRINCIPAL-MINIMO
                   " MAXIMO: " PRD-PRINCIPAL-MAXIMO
                   " PLAZO MAXIMO: " PRD-PLAZO-MAXIMO
                   " TASA: " PRD-TIPO-TASA
                   " ACTUALIZADO: " PRD-FECHA-ACTUALIZACION
           ELSE
               DISPLAY "PRODUCTO NO ENCONTRADO: " WS-CODIGO
           END-IF.

       LEE-PRODUCTO.
           READ PRODUCTOS-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTRO-ENCONTRADO
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTRO-ENCONTRADO
           END-READ.

       END PROGRAM PRODUCTOS-MAINT.
