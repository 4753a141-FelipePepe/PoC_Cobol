      *          imagen vigente, enmarcado con cabecera y trailer de
      *          control (recuento por tipo) para que el receptor
      *          verifique la transferencia y aplique el delta
      *          incrementalmente. La imagen es el registro EMPREC
      *          completo (cuenta de abono y jefe incluidos), de modo
      *          que el detalle ocupa 130 posiciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  HIS-HORA PIC 9(8).
           05  HIS-OPERADOR PIC X(20).
           05  HIS-ACCION PIC X(6).
           05  HIS-IMAGEN-ANTES PIC X(110).
           05  HIS-IMAGEN-DESPUES PIC X(110).

       FD  DELTA-FILE.
       01  DELTA-RECORD PIC X(130).
       01  DELTA-DETALLE.
           05  DEL-TIPO-CAMBIO PIC X.
           05  DEL-EMP-ID PIC 9(6).
           05  DEL-FECHA PIC 9(8).
           05  DEL-IMAGEN PIC X(110).
           05  FILLER PIC X(5).

       WORKING-STORAGE SECTION.
