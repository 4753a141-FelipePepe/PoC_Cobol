      *    DONDE SE SIENTA), VALIDADO CONTRA CENTROS_COSTE.DAT; EN
      *    BLANCO EN LOS REGISTROS AUN SIN IMPUTAR
           05  EMP-CENTRO-COSTE PIC X(6).
      *    CUENTA (IBAN) EN LA QUE SE ABONA LA NOMINA; EN BLANCO
      *    MIENTRAS EL EMPLEADO NO LA HAYA COMUNICADO, Y ENTONCES
      *    NOMINA-CONTABLE LO DEJA FUERA DE LA TRANSFERENCIA
           05  EMP-CUENTA-ABONO PIC X(24).
      *    EMPLEADO-ID DEL JEFE DIRECTO, VALIDADO EN EMPLOYEE-MAINT
      *    CONTRA EL PROPIO MAESTRO Y SIN BUCLES; CERO EN LA CABEZA
      *    DE LA ORGANIZACION. LOS REGISTROS ANTIGUOS PUEDEN TRAERLO
      *    EN BLANCO (NO NUMERICO) Y SE TRATAN COMO SIN JEFE
           05  EMP-JEFE-ID PIC 9(6).
