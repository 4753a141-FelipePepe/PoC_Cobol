      ******************************************************************
      * OPERAREC - operador en el fichero de seguridad OPERADORES.DAT
      * Una linea por operador: identificador, nombre y una marca S/N
      * por funcion sensible que autoriza SEGURIDAD. OP-CLAVE-CIFRADA
      * es la clave cifrada por CIFRA-CLAVE con el identificador como
      * semilla (nunca se guarda la clave en claro); cero o en blanco
      * es un operador sin clave, que no puede firmar hasta que el
      * administrador se la restablezca en CLAVES-OPERADOR.
      * OP-FECHA-CLAVE es el ultimo cambio (cero obliga a cambiarla en
      * la proxima firma), OP-INTENTOS-FALLIDOS los fallos seguidos en
      * la firma y OP-BLOQUEADO la marca que pone FIRMA-OPERADOR al
      * llegar al maximo de fallos. OP-PERM-EMERGENCIA autoriza a
      * revisar y firmar las sesiones de acceso de emergencia de los
      * demas (FIRMA-EMERGENCIAS); va al final para que las lineas
      * anteriores sigan leyendose igual (en blanco es "N").
      ******************************************************************
       01  OPERADOR-RECORD.
           05  OP-ID PIC X(10).
           05  OP-NOMBRE PIC X(20).
           05  OP-PERM-BAJA PIC X.
           05  OP-PERM-CAMBIO PIC X.
           05  OP-PERM-PURGA PIC X.
           05  OP-PERM-SUSPENSO PIC X.
           05  OP-PERM-APRTASA PIC X.
           05  OP-PERM-ALERTA PIC X.
           05  OP-PERM-EXPOSICION PIC X.
           05  OP-PERM-FALLIDO PIC X.
           05  OP-PERM-REVISION PIC X.
           05  OP-PERM-CREDITO PIC X.
           05  OP-PERM-ASIENTO PIC X.
           05  OP-PERM-CLAVES PIC X.
           05  OP-CLAVE-CIFRADA PIC 9(10).
           05  OP-FECHA-CLAVE PIC 9(8).
           05  OP-INTENTOS-FALLIDOS PIC 99.
           05  OP-BLOQUEADO PIC X.
               88  OP-ESTA-BLOQUEADO VALUE "S".
           05  OP-PERM-EMERGENCIA PIC X.
