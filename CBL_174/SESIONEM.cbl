      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina compartida que dice si un operador tiene en
      *          este momento una sesion de acceso de emergencia en
      *          vigor (EMERGENCIAS.DAT, COPY EMERGREC, abierta en
      *          ACCESO-EMERGENCIA). Una sesion esta en vigor si no se
      *          cerro a mano y la hora del reloj esta entre su inicio
      *          y su caducidad, de modo que caduca sola sin que nadie
      *          tenga que retirarla. Devuelve el inicio de la sesion
      *          (su identificador, en blanco si no hay ninguna), la
      *          hora de caducidad y las funciones concedidas. La usan
      *          SEGURIDAD para autorizar, AUDITORIA para marcar los
      *          registros de la sesion y CONSOLA-OPERACIONES para
      *          ofrecer en el menu lo concedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESION-EMERGENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NUC3.
       OBJECT-COMPUTER. NUMC3.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMERGENCIAS-FILE ASSIGN TO "EMERGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMERGENCIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMERGENCIAS-FILE.
       COPY EMERGREC.

       WORKING-STORAGE SECTION.
       01  WS-EMERGENCIAS-STATUS PIC XX.
       01  WS-EOF-EMERGENCIAS PIC X.
           88  FIN-EMERGENCIAS VALUE "Y".
       01  WS-AHORA PIC 9(14).
       01  WS-AHORA-R REDEFINES WS-AHORA.
           05  WS-AHORA-FECHA PIC 9(8).
           05  WS-AHORA-HORA PIC 9(6).
       01  WS-HORA-RELOJ PIC 9(8).
       01  WS-INICIO-VIGENTE PIC 9(14).

       LINKAGE SECTION.
       01  LS-OPERADOR PIC X(10).
       01  LS-SESION PIC X(14).
       01  LS-FIN PIC X(14).
       01  LS-FUNCIONES PIC X(40).

       PROCEDURE DIVISION USING LS-OPERADOR LS-SESION LS-FIN
               LS-FUNCIONES.
       SESION-INICIO.
           MOVE SPACES TO LS-SESION LS-FIN LS-FUNCIONES
           MOVE ZERO TO WS-INICIO-VIGENTE
           ACCEPT WS-AHORA-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-AHORA-HORA

           OPEN INPUT EMERGENCIAS-FILE
           IF WS-EMERGENCIAS-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF-EMERGENCIAS
           PERFORM LEE-EMERGENCIA
           PERFORM UNTIL FIN-EMERGENCIAS
      *        SI HUBIERA DOS SOLAPADAS MANDA LA MAS RECIENTE
               IF EMG-OPERADOR = LS-OPERADOR
                       AND EMG-ABIERTA
                       AND EMG-INICIO IS NUMERIC
                       AND EMG-FIN IS NUMERIC
                       AND EMG-INICIO <= WS-AHORA
                       AND EMG-FIN > WS-AHORA
                       AND EMG-INICIO > WS-INICIO-VIGENTE
                   MOVE EMG-INICIO TO WS-INICIO-VIGENTE
                   MOVE EMG-INICIO TO LS-SESION
                   MOVE EMG-FIN TO LS-FIN
                   MOVE EMG-FUNCIONES TO LS-FUNCIONES
               END-IF
               PERFORM LEE-EMERGENCIA
           END-PERFORM
           CLOSE EMERGENCIAS-FILE
           GOBACK.

       LEE-EMERGENCIA.
           READ EMERGENCIAS-FILE
               AT END
                   SET FIN-EMERGENCIAS TO TRUE
           END-READ.

       END PROGRAM SESION-EMERGENCIA.
