      *          nacimiento se desplaza de forma consistente dentro
      *          del mismo ano y mes, con lo que la edad derivada se
      *          conserva y los ensayos dejan de hacer circular
      *          datos personales. La cuenta de abono de la nomina
      *          conserva pais y control y pierde los digitos reales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  TST-FECHA-NACIMIENTO PIC 9(8).
           05  TST-GRADO PIC X(2).
           05  TST-CENTRO-COSTE PIC X(6).
           05  TST-CUENTA-ABONO PIC X(24).
           05  TST-JEFE-ID PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS PIC XX.
           05  WS-FEC-MES PIC 99.
           05  WS-FEC-DIA PIC 99.
       01  WS-RESTO PIC 99.
       01  WS-CUENTA-MASCARA PIC X(24).

       01  WS-CONT-LEIDOS PIC 9(6) VALUE ZERO.
       01  WS-CONT-GRABADOS PIC 9(6) VALUE ZERO.
               MOVE ZERO TO WS-FECHA-MASCARA
           END-IF

      *    LA CUENTA DE ABONO CONSERVA PAIS Y DIGITOS DE CONTROL
      *    (LOS ENSAYOS DE TRANSFERENCIA VALIDAN EL FORMATO) Y EL
      *    RESTO DE DIGITOS SE SUSTITUYE DE FORMA FIJA
           MOVE EMP-CUENTA-ABONO TO WS-CUENTA-MASCARA
           INSPECT WS-CUENTA-MASCARA(5:20) CONVERTING
               "0123456789" TO "7359148026"

           MOVE SPACES TO MASTER-TEST-RECORD
           MOVE EMP-ID TO TST-ID
           MOVE WS-NOMBRE-MASCARA TO TST-NOMBRE
           MOVE WS-FECHA-MASCARA TO TST-FECHA-NACIMIENTO
           MOVE EMP-GRADO TO TST-GRADO
           MOVE EMP-CENTRO-COSTE TO TST-CENTRO-COSTE
           MOVE WS-CUENTA-MASCARA TO TST-CUENTA-ABONO
           MOVE EMP-JEFE-ID TO TST-JEFE-ID
           WRITE MASTER-TEST-RECORD
           ADD 1 TO WS-CONT-GRABADOS.

