      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumen encadenado de un registro de auditoria, al
      *          estilo de CIFRA-CLAVE (CBL_168). Recibe el registro
      *          AUDITREC ya montado (con AUD-SECUENCIA puesta) y el
      *          resumen del registro anterior, y devuelve el resumen
      *          de diez cifras que va en AUD-HASH. Entran los campos
      *          de negocio, la secuencia y el resumen anterior, asi
      *          que cambiar cualquier caracter, borrar una linea o
      *          intercalar otra se nota en ese registro o en el
      *          siguiente. AUDITORIA lo usa al grabar y VERIFICA-
      *          CADENA al recalcular la cadena. La marca de sesion de
      *          emergencia, detras del resumen, entra solo si viene
      *          informada: un registro sin ella da el mismo resumen
      *          que antes de existir el campo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-AUDITORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TEXTO.
           05  WS-TEXTO-REGISTRO PIC X(195).
           05  WS-TEXTO-ANTERIOR PIC 9(10).
           05  FILLER PIC X(14).
      *    CON MARCA DE SESION DE EMERGENCIA VA DELANTE DEL ANTERIOR
       01  WS-TEXTO-SESION REDEFINES WS-TEXTO.
           05  FILLER PIC X(195).
           05  WS-TEXTO-MARCA PIC X(14).
           05  WS-TEXTO-ANTERIOR-SESION PIC 9(10).
       01  WS-TEXTO-R REDEFINES WS-TEXTO.
           05  WS-CARACTER PIC X OCCURS 219 TIMES.
       01  WS-IDX PIC 999.
       01  WS-LONGITUD PIC 999.
       01  WS-ACUMULADO PIC 9(18).
       01  WS-MODULO PIC 9(10) VALUE 9999999967.

       LINKAGE SECTION.
       01  LS-REGISTRO PIC X(219).
       01  LS-HASH-ANTERIOR PIC 9(10).
       01  LS-HASH PIC 9(10).

       PROCEDURE DIVISION USING LS-REGISTRO LS-HASH-ANTERIOR LS-HASH.
       HASH-INICIO.
      *    EL PROPIO AUD-HASH (POSICIONES 196 A 205) NO ENTRA
           MOVE SPACES TO WS-TEXTO
           MOVE LS-REGISTRO(1:195) TO WS-TEXTO-REGISTRO
           IF LS-REGISTRO(206:14) = SPACES
               MOVE LS-HASH-ANTERIOR TO WS-TEXTO-ANTERIOR
               MOVE 205 TO WS-LONGITUD
           ELSE
               MOVE LS-REGISTRO(206:14) TO WS-TEXTO-MARCA
               MOVE LS-HASH-ANTERIOR TO WS-TEXTO-ANTERIOR-SESION
               MOVE 219 TO WS-LONGITUD
           END-IF
           MOVE 5381 TO WS-ACUMULADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LONGITUD
               COMPUTE WS-ACUMULADO = FUNCTION MOD(WS-ACUMULADO * 257
                   + FUNCTION ORD(WS-CARACTER(WS-IDX)) * WS-IDX,
                   WS-MODULO)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM WS-LONGITUD BY -1
                   UNTIL WS-IDX < 1
               COMPUTE WS-ACUMULADO = FUNCTION MOD(WS-ACUMULADO * 263
                   + FUNCTION ORD(WS-CARACTER(WS-IDX)) + WS-IDX,
                   WS-MODULO)
           END-PERFORM

           MOVE WS-ACUMULADO TO LS-HASH
           GOBACK.

       END PROGRAM HASH-AUDITORIA.
