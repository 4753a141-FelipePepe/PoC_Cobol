      ******************************************************************
      * EMERGREC - sesion de acceso de emergencia en EMERGENCIAS.DAT
      * Una linea por sesion abierta en ACCESO-EMERGENCIA: operador,
      * inicio y caducidad en fecha y hora de reloj (AAAAMMDDHHMMSS),
      * hasta cuatro funciones de SEGURIDAD concedidas fuera de sus
      * marcas, el motivo obligatorio y la fecha de proceso en que se
      * abrio. EMG-ESTADO "C" es una sesion cerrada a mano antes de
      * caducar (EMG-FIN pasa a la hora del cierre). La sesion se
      * identifica por operador e inicio; AUDITORIA deja EMG-INICIO
      * en AUD-SESION-EMERGENCIA de todo registro grabado mientras
      * dura. Los campos de revision los rellena el supervisor en
      * FIRMA-EMERGENCIAS: dictamen "C" conforme u "O" con
      * observaciones (comentario obligatorio).
      ******************************************************************
       01  EMERGENCIA-RECORD.
           05  EMG-OPERADOR PIC X(10).
           05  EMG-INICIO PIC 9(14).
           05  EMG-INICIO-R REDEFINES EMG-INICIO.
               10  EMG-FECHA-INICIO PIC 9(8).
               10  EMG-HORA-INICIO PIC 9(6).
           05  EMG-FIN PIC 9(14).
           05  EMG-FIN-R REDEFINES EMG-FIN.
               10  EMG-FECHA-FIN PIC 9(8).
               10  EMG-HORA-FIN PIC 9(6).
           05  EMG-FUNCIONES.
               10  EMG-FUNCION PIC X(10) OCCURS 4 TIMES.
           05  EMG-MOTIVO PIC X(60).
           05  EMG-FECHA-PROCESO PIC 9(8).
           05  EMG-ESTADO PIC X.
               88  EMG-ABIERTA VALUE "A".
               88  EMG-CERRADA VALUE "C".
           05  EMG-REVISADA PIC X.
               88  EMG-ESTA-REVISADA VALUE "S".
           05  EMG-REVISOR PIC X(10).
           05  EMG-FECHA-REVISION PIC 9(8).
           05  EMG-DICTAMEN PIC X.
               88  EMG-CONFORME VALUE "C".
               88  EMG-CON-OBSERVACIONES VALUE "O".
           05  EMG-COMENTARIO PIC X(60).
