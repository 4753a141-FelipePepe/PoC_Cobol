      *          capital aun no facturado y el interes devengado de
      *          ese capital hasta la fecha de proceso (tasa del
      *          periodo prorrateada a 30 dias desde el ultimo
      *          vencimiento facturado o el alta), mas el interes
      *          de demora facturado y sin cobrar, imprime la
      *          cotizacion fechada en COTIZACION_LIQUIDACION.TXT y
      *          deja en AUDITORIA quien la pidio y para que
      *          referencia.

           COMPUTE WS-TOTAL-LIQUIDACION =
               WS-EXIGIBLE + WS-CAPITAL-VIVO
               + WS-INTERES-DEVENGADO + PRE-MORA-PENDIENTE

           PERFORM ESCRIBE-COTIZACION

           STRING "INTERES DEVENGADO A HOY:      " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE PRE-MORA-PENDIENTE TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
           MOVE SPACES TO LIQUIDACION-RECORD
           STRING "INTERES DE DEMORA PENDIENTE:  " WS-IMPORTE-FMT
               DELIMITED BY SIZE INTO LIQUIDACION-RECORD
           WRITE LIQUIDACION-RECORD
           MOVE WS-TOTAL-LIQUIDACION TO WS-IMPORTE-COMUN
           CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-COMUN
               WS-IMPORTE-FMT
