      *          salario base del grado de cada empleado en
      *          GRADOS_SALARIALES.DAT y corta el fichero
      *          NOMINA_EXTRACTO.DAT (empleado, nombre, sucursal,
      *          grado, salario base y centro de coste, COPY
      *          NOMEXREC), con los recuentos de control
      *          plantilla-vs-extracto impresos en
      *          INFORME_NOMINA.TXT para que el administrativo de
      *          nomina pueda cuadrar el corte antes de cargarlo.
           05  GRD-FECHA-ACTUALIZACION PIC 9(8).

       FD  NOMINA-FILE.
       COPY NOMEXREC.

       FD  NOMINA-REPORT.
       01  NOMINA-REPORT-RECORD PIC X(100).
           MOVE EMP-APELLIDOS TO NOM-APELLIDOS
           MOVE EMP-SUCURSAL TO NOM-SUCURSAL
           MOVE EMP-GRADO TO NOM-GRADO
           MOVE EMP-CENTRO-COSTE TO NOM-CENTRO-COSTE
           MOVE ZERO TO NOM-SALARIO-BASE
           MOVE WS-FECHA-PROCESO TO NOM-FECHA-CORTE

