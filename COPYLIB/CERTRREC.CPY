      ******************************************************************
      * CERTRREC - requisitos de certificacion CERT_REQUISITOS.DAT,
      * indexado por ambito, codigo y tipo de certificacion. Cada
      * registro dice que los empleados de un grado salarial (ambito
      * G, codigo = EMP-GRADO) o de un centro de coste (ambito C,
      * codigo = EMP-CENTRO-COSTE) deben tener vigente ese tipo de
      * certificacion (COPY CERTIREC). Lo mantiene CERTIFICA-MAINT.
      ******************************************************************
       01  REQUISITO-RECORD.
           05  REQ-CLAVE.
               10  REQ-AMBITO PIC X.
                   88  REQ-POR-GRADO VALUE "G".
                   88  REQ-POR-CENTRO VALUE "C".
               10  REQ-CODIGO PIC X(6).
               10  REQ-TIPO PIC X(6).
           05  REQ-DESCRIPCION PIC X(30).
           05  REQ-FECHA-ACTUALIZACION PIC 9(8).
