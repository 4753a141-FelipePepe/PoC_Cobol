      *          un reordenamiento futuro del codigo (o una llamada a
      *          una fase suelta) no pueda ejecutarse contra datos que
      *          el paso previo todavia no ha producido.
      *          Al acabar cada fase, y al cerrar la ventana tras la
      *          distribucion de informes, CONTROL-ENTREGAS contrasta
      *          lo producido con los plazos del catalogo
      *          ENTREGABLES.DAT y alerta en el acto de cada retraso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CC-FIN PIC 9(9) COMP.
       01  WS-TRANSCURRIDO PIC S9(9) COMP.

      *    PERFIL DE LA CORRIDA PARA EL INFORME DE FIN DE JOB; EL
      *    TOPE CUBRE LOS PASOS FIJOS Y LAS FASES DEL CALENDARIO, Y
      *    SI AUN ASI SE LLENA EL INFORME AVISA DE LOS QUE NO CABEN
       01  WS-PF-MAXIMO PIC 99 VALUE 90.
       01  WS-PERFIL-TABLA.
           05  WS-PF-ENT OCCURS 90 TIMES.
               10  WS-PF-PROGRAMA PIC X(30).
               10  WS-PF-TRANSCURRIDO PIC 9(7).
               10  WS-PF-RC PIC 9.
       01  WS-PF-TOTAL PIC 99 VALUE ZERO.
       01  WS-PF-IDX PIC 99.
       01  WS-PF-OMITIDOS PIC 9(3) VALUE ZERO.
       01  WS-RPT-PAGINA PIC 9(4) VALUE 1.
       01  WS-RPT-LINEA PIC X(80).

       01  WS-LOG-RETENIDO PIC X VALUE "N".
           88  LOG-RETENIDO VALUE "Y".

      *    FASE QUE SE ACABA DE CERRAR PARA EL CONTROL DE PLAZOS
       01  WS-ENTREGAS-FASE PIC X(10).

       01  WS-AUDIT-PROGRAMA PIC X(20) VALUE "MAESTRO".
       01  WS-AUDIT-EVENTO PIC X(10).
       01  WS-AUDIT-CLAVE PIC X(20) VALUE SPACES.
                   MOVE "CAPTURA" TO WS-FASE-NOMBRE
                   PERFORM REGISTRA-SECUENCIA
               END-IF
               MOVE "CAPTURA" TO WS-ENTREGAS-FASE
               PERFORM CONTROLA-ENTREGAS
           END-IF.

           IF FASE-CAPTURA-COMPLETA
                       MOVE "CALCULO" TO WS-FASE-NOMBRE
                       PERFORM REGISTRA-SECUENCIA
                   END-IF
                   MOVE "CALCULO" TO WS-ENTREGAS-FASE
                   PERFORM CONTROLA-ENTREGAS
               END-IF
           ELSE
               DISPLAY "ABORTADO: LA FASE CAPTURA NO SE COMPLETO"
                       MOVE "INFORME" TO WS-FASE-NOMBRE
                       PERFORM REGISTRA-SECUENCIA
                   END-IF
                   MOVE "INFORME" TO WS-ENTREGAS-FASE
                   PERFORM CONTROLA-ENTREGAS
               END-IF
           ELSE
               DISPLAY "ABORTADO: LA FASE CALCULO NO SE COMPLETO"

           PERFORM ESCRIBE-INFORME-JOBLOG.

      *    BARRIDO DE REFERENCIAS ENTRE MAESTROS (SUCURSAL, GRADO,
      *    CENTRO, JEFE, CLIENTE, PRODUCTO, PRESTAMO); UNA REFERENCIA
      *    HUERFANA DEJA ALERTA Y RC=8 EN EL LOG DE PASOS
           MOVE "INTEGRIDAD-REFERENCIAL" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    CERTIFICACIONES DE EMPLEADOS CADUCADAS O A PUNTO DE CADUCAR
      *    A LA CONSOLA DE ALERTAS; RC=4 SI HA DEJADO ALGUNA
           MOVE "CERTIFICA-AVISOS" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    INFORME DOCUMENTADO DE LOS ERRORES DE FICHERO DE LA NOCHE
           MOVE "ERRORES-INFORME" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.
           MOVE "DISTRIBUYE-INFORMES" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    CIERRE DE LA VENTANA: LO QUE NO SE HAYA PRODUCIDO YA QUEDA
      *    COMO NO ENTREGADO, CON SU ALERTA, ANTES DE LA PAGINA DE LA
      *    MANANA
           MOVE "CIERRE" TO WS-ENTREGAS-FASE.
           PERFORM CONTROLA-ENTREGAS.

      *    CORTE DIARIO DEL LOG DE AUDITORIA: LA JORNADA QUEDA EN SU
      *    GENERACION FECHADA Y EL LOG ARRANCA VACIO MANANA
           MOVE "CORTE-AUDITORIA" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    CON EL CORTE HECHO Y SU CIERRE CATALOGADO SE RECALCULA LA
      *    CADENA DE INTEGRIDAD DE TODAS LAS GENERACIONES Y DEL LOG;
      *    UNA ROTURA DEJA ALERTA Y RC=8 EN EL LOG DE PASOS
           MOVE "VERIFICA-CADENA" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    SESIONES DE ACCESO DE EMERGENCIA SIN FIRMAR, CON TODO LO
      *    HECHO EN ELLAS (YA EN LAS GENERACIONES CORTADAS), PARA EL
      *    SUPERVISOR; RC=4 MIENTRAS QUEDE ALGUNA PENDIENTE
           MOVE "REVISION-EMERGENCIA" TO WS-PASO-PROGRAMA.
           PERFORM EJECUTA-PASO.

      *    PAGINA UNICA DE ESTADO PARA LA MANANA: O DICE "JORNADA
      *    LIMPIA" O SENALA QUE NO LO ES
           MOVE "ESTADO-MANANA" TO WS-PASO-PROGRAMA.
           MOVE "EMPLOYEE-MAINT" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
           MOVE "RUTINA-DISPATCHER" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    LOS VENCIMIENTOS DE LAS ORDENES PERMANENTES SE ANADEN AL
      *    LOTE DEL DIA (O FORMAN UNO PROPIO) AL CERRAR LA CAPTURA,
      *    PARA QUE LA EDICION LOS TRATE COMO CUALQUIER OTRO DETALLE
           MOVE "GENERA-ORDENES" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO.

       FASE-CALCULO.
           DISPLAY "--- FASE 2: CALCULO ---"
           MOVE ZERO TO WS-FASE-RC
      *    LOS DETALLES APARCADOS CON FECHA VALOR FUTURA QUE YA HAN
      *    ALCANZADO SU FECHA (O EL DIA HABIL SIGUIENTE) SALEN DEL
      *    ALMACEN ANTES DE LA EDICION, QUE LOS INCORPORA AL LOTE
           MOVE "LIBERA-ALMACEN" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    PASO DE EDICION PREVIA: SOLO SE CALCULA SOBRE EL FICHERO
      *    DEPURADO QUE DEJA EDITA-TRANSACCIONES. SI LA EDICION
      *    TERMINA MAL, LA FASE ENTERA SE ABANDONA SIN PRODUCIR
      *    UN DIARIO PERDIDO EN SU LADO APARECE AQUI, NO A FIN DE MES
           MOVE "CONCILIA-GL" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    IMPORTES ATIPICOS POR GRUPO CONTRA SU PERFIL DE 90 DIAS:
      *    LO QUE SE ELEVA A LA CONSOLA DE ALERTAS DEBE ESTAR AHI
      *    ANTES DE QUE SE ASIENTE
           MOVE "ATIPICOS-GRUPO" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    INGRESOS Y REINTEGROS DE LAS CUENTAS DE DEPOSITO Y, CON EL
      *    SALDO DEL DIA YA CERRADO, DEVENGO Y LIQUIDACION DE SUS
      *    INTERESES: SUS ASIENTOS TIENEN QUE ESTAR ANTES DE LA
      *    INTERFAZ PARA SALIR CON LA FECHA DEL DIA
           MOVE "DEPOSITOS-MOVIMIENTOS" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
           MOVE "DEPOSITOS-INTERES" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    INTERFAZ DE ASIENTOS HACIA CONTABILIDAD A PARTIR DEL CSV
      *    DE LA FASE DE CALCULO
           MOVE "INTERFAZ-CONTABLE" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    LIQUIDACION NETA DEL ORIGINADOR PARA TESORERIA, DETRAS
      *    DE LA INTERFAZ PORQUE SE COTEJA CONTRA LO RECIEN ASENTADO
           MOVE "LIQUIDACION-NETA" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    CONCILIACION DEL EXTRACTO DEL BANCO CONTRA LA CUENTA DE
      *    BANCO, DETRAS DE LA INTERFAZ PARA TENER LOS APUNTES DEL DIA
           MOVE "CONCILIA-BANCO" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    MUESTRA ALEATORIA DE LO PROCESADO HOY PARA LA REVISION DE
      *    CALIDAD INDEPENDIENTE QUE PIDE AUDITORIA
           MOVE "MUESTRA-CALIDAD" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    DECLARACION REGULATORIA DE GRANDES OPERACIONES DEL DIA,
      *    SUELTAS Y AGREGADAS POR ORIGINADOR, CON EL LOTE DE LA
      *    CORRIDA YA EN EL ALMACEN DEL DIA
           MOVE "GRANDES-OPERACIONES" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    BALANCE DE SUMAS Y SALDOS DE LO RECIEN ASENTADO, CON LA
      *    CUENTA PUENTE PROBANDO A CERO EN LA PROPIA PAGINA
           MOVE "BALANCE-SUMAS" TO WS-PASO-PROGRAMA
      *    TENDENCIA DE VOLUMEN CONTRA LA SEMANA Y EL MES: UNA CAIDA
      *    BRUSCA SUELE SER UN FICHERO INCOMPLETO DEL BACK OFFICE
           MOVE "TENDENCIA-VOLUMEN" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO
      *    LISTADO DE LO QUE QUEDA PROGRAMADO EN EL ALMACEN DE FECHA
      *    VALOR FUTURA, POR ORIGINADOR Y FECHA VALOR
           MOVE "LISTADO-ALMACEN" TO WS-PASO-PROGRAMA
           PERFORM EJECUTA-PASO.

       EJECUTA-FASES-PROGRAMADAS.
               PERFORM GRABA-JOBLOG-OMISION
           END-IF.

      *    LOS PASOS DE LA FASE YA ANOTARON SU FIN EN JOB_LOG.DAT,
      *    QUE ES DE DONDE EL CONTROL TOMA LA HORA DE ENTREGA
       CONTROLA-ENTREGAS.
           CALL "CONTROL-ENTREGAS" USING WS-ENTREGAS-FASE
           IF RETURN-CODE > ZERO
               DISPLAY "CONTROL DE ENTREGAS TRAS " WS-ENTREGAS-FASE
                   ": HAY ENTREGAS FUERA DE PLAZO O SIN ENTREGAR"
           END-IF.

       GRABA-JOBLOG-OMISION.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               ADD 8640000 TO WS-TRANSCURRIDO
           END-IF
           PERFORM GRABA-JOBLOG
           IF WS-PF-TOTAL < WS-PF-MAXIMO
               ADD 1 TO WS-PF-TOTAL
               MOVE WS-PASO-PROGRAMA
                   TO WS-PF-PROGRAMA(WS-PF-TOTAL)
               MOVE WS-TRANSCURRIDO
                   TO WS-PF-TRANSCURRIDO(WS-PF-TOTAL)
               MOVE WS-PASO-RC TO WS-PF-RC(WS-PF-TOTAL)
           ELSE
               ADD 1 TO WS-PF-OMITIDOS
           END-IF.

       GRABA-JOBLOG.
               END-IF
               WRITE JOBLOG-REPORT-RECORD
           END-PERFORM
      *    LOS PASOS QUE NO CABEN SIGUEN EN JOB_LOG.DAT; AQUI SOLO SE
      *    AVISA DE QUE EL PERFIL ESTA INCOMPLETO
           IF WS-PF-OMITIDOS > ZERO
               MOVE SPACES TO JOBLOG-REPORT-RECORD
               STRING "PERFIL TRUNCADO: " WS-PF-OMITIDOS
                   " PASOS MAS SOLO EN JOB_LOG.DAT"
                   DELIMITED BY SIZE INTO JOBLOG-REPORT-RECORD
               WRITE JOBLOG-REPORT-RECORD
           END-IF
           CLOSE JOBLOG-REPORT.

       REGISTRA-SECUENCIA.
