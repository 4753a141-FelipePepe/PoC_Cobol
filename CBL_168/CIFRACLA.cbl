      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cifrado de claves de operador, al estilo de las
      *          rutinas BANNER/FILEERR. Recibe el identificador del
      *          operador y la clave tecleada y devuelve un resumen
      *          numerico de diez cifras, que es lo unico que se
      *          guarda en OPERADORES.DAT (COPY OPERAREC). El
      *          identificador entra como semilla, de modo que dos
      *          operadores con la misma clave no tienen el mismo
      *          resumen. Hace dos pasadas, una hacia delante y otra
      *          hacia atras, para que cada caracter afecte a todo el
      *          resultado. Nunca devuelve cero, que en el fichero
      *          marca al operador sin clave. La usan FIRMA-OPERADOR y
      *          CLAVES-OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRA-CLAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TEXTO.
           05  WS-TEXTO-ID PIC X(10).
           05  WS-TEXTO-CLAVE PIC X(20).
       01  WS-TEXTO-R REDEFINES WS-TEXTO.
           05  WS-CARACTER PIC X OCCURS 30 TIMES.
       01  WS-IDX PIC 99.
       01  WS-ACUMULADO PIC 9(18).
       01  WS-MODULO PIC 9(10) VALUE 9999999967.

       LINKAGE SECTION.
       01  LS-OPERADOR PIC X(10).
       01  LS-CLAVE PIC X(20).
       01  LS-CIFRADA PIC 9(10).

       PROCEDURE DIVISION USING LS-OPERADOR LS-CLAVE LS-CIFRADA.
       CIFRA-INICIO.
           MOVE LS-OPERADOR TO WS-TEXTO-ID
           MOVE LS-CLAVE TO WS-TEXTO-CLAVE
           MOVE 5381 TO WS-ACUMULADO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 30
               COMPUTE WS-ACUMULADO = FUNCTION MOD(WS-ACUMULADO * 257
                   + FUNCTION ORD(WS-CARACTER(WS-IDX)) * WS-IDX,
                   WS-MODULO)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 30 BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-ACUMULADO = FUNCTION MOD(WS-ACUMULADO * 263
                   + FUNCTION ORD(WS-CARACTER(WS-IDX)) + WS-IDX,
                   WS-MODULO)
           END-PERFORM

           IF WS-ACUMULADO = ZERO
               MOVE 1 TO WS-ACUMULADO
           END-IF
           MOVE WS-ACUMULADO TO LS-CIFRADA
           GOBACK.

       END PROGRAM CIFRA-CLAVE.
