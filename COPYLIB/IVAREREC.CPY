      ******************************************************************
      * IVAREREC - registro de IVA repercutido sobre comisiones
      * IVA_REPERCUTIDO.DAT, indexado por fecha de proceso, grupo y
      * sucursal. INTERFAZ-CONTABLE graba cada noche una linea por
      * grupo y sucursal con comision devengada (un relanzamiento
      * del mismo dia sustituye lo del dia), con el periodo contable
      * en que se asento, la base, el tipo aplicado y la cuota; las
      * comisiones de un originador exento van con la marca de
      * exencion y cuota cero.
      * De aqui saca RESUMEN-IVA las cifras de la declaracion, y
      * RESULTADO-SUCURSAL los ingresos por comisiones de cada
      * sucursal en el mes.
      ******************************************************************
       01  IVA-REPERCUTIDO-RECORD.
           05  IVR-CLAVE.
               10  IVR-FECHA PIC 9(8).
               10  IVR-GRUPO PIC X(7).
               10  IVR-SUCURSAL PIC X(4).
           05  IVR-PERIODO PIC 9(6).
           05  IVR-ORIGEN PIC X(10).
           05  IVR-CONT-OPERACIONES PIC 9(6).
           05  IVR-BASE PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05  IVR-PORCENTAJE PIC 9(2)V99.
           05  IVR-EXENTO PIC X.
               88  IVR-EXENTA VALUE "S".
           05  IVR-CUOTA PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
