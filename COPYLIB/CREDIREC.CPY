      ******************************************************************
      * CREDIREC - prestamos retenidos por limite de credito
      * PRESTAMOS_RETENIDOS.DAT, indexado por la referencia de la
      * aceptacion. ALTA-PRESTAMOS retiene aqui (estado P) la
      * aceptacion cuyo principal, sumado al riesgo consolidado del
      * cliente, superaria CLI-LIMITE-CREDITO, con la foto del riesgo
      * y del limite en ese momento. Riesgos la aprueba (A) o la
      * deniega (D) desde APROBACION-CREDITO; la siguiente corrida de
      * ALTA-PRESTAMOS contabiliza las aprobadas sin volver a mirar
      * el limite y las pasa a C (contabilizada).
      ******************************************************************
       01  RETENIDO-CREDITO-REGISTRO.
           05  RPR-REFERENCIA PIC X(8).
           05  RPR-CLIENTE PIC X(10).
           05  RPR-TIPO-TASA PIC X.
           05  RPR-PRINCIPAL PIC 9(9)V99.
           05  RPR-RIESGO PIC 9(11)V99.
           05  RPR-LIMITE PIC 9(9)V99.
           05  RPR-FECHA-RETENCION PIC 9(8).
           05  RPR-ESTADO PIC X.
               88  RPR-PENDIENTE VALUE "P".
               88  RPR-APROBADO VALUE "A".
               88  RPR-DENEGADO VALUE "D".
               88  RPR-CONTABILIZADO VALUE "C".
           05  RPR-OPERADOR PIC X(10).
           05  RPR-FECHA-DECISION PIC 9(8).
