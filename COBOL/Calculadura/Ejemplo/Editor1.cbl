      * OBLIGATORIOS, CODIGOS DE MODO, RANGO, JOBID *
      * DUPLICADO, SOLAPE DE RANGOS ENTRE DEPTOS Y  *
      * RE-EMISION DE RANGOS YA COMPLETADOS SEGUN   *
      * EL LIBRO MAYOR RANGOLOG, DEPARTAMENTO       *
      * INEXISTENTE O INACTIVO EN EL MAESTRO        *
      * DEPTMAE),                                   *
      * ESCRIBE UN ARCHIVO DE CONTROL LIMPIO PARA   *
      * Driver1 Y UN REPORTE DE EDICION CON CADA    *
      * REGISTRO RECHAZADO Y SU MOTIVO. TERMINA CON *
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
           05 WS-DEPTCLN-STATUS            PIC XX.
           05 WS-EDITRPT-STATUS            PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.
               "-------------------------------------------".

           PERFORM 102-ABRIR-RANGOS THRU 102-FIN-ABRIR-RANGOS.
           PERFORM 104-ABRIR-MAESTRO THRU 104-FIN-ABRIR-MAESTRO.
           PERFORM 105-LEER-DEPTO THRU 105-FIN-LEER-DEPTO.

       100-FIN-INICIO.

       103-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       104-ABRIR-MAESTRO.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                 WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "EDT0006" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       104-FIN-ABRIR-MAESTRO.
           EXIT.
      *---------------------------------------------*
       105-LEER-DEPTO.

           MOVE "N" TO WS-REGISTRO-MALO.
           PERFORM 120-VALIDAR-CAMPOS THRU 120-FIN-VALIDAR-CAMPOS.

           IF NOT WS-ES-RECHAZADO
               PERFORM 125-VALIDAR-MAESTRO
                   THRU 125-FIN-VALIDAR-MAESTRO
           END-IF.

           IF NOT WS-ES-RECHAZADO
               PERFORM 130-VALIDAR-CRUCES
                   THRU 130-FIN-VALIDAR-CRUCES

       120-FIN-VALIDAR-CAMPOS.
           EXIT.
      *---------------------------------------------*
       125-VALIDAR-MAESTRO.

      *    SOLO SE GENERAN NUMEROS PARA DEPARTAMENTOS DADOS
      *    DE ALTA Y ACTIVOS EN EL MAESTRO: UN DEPARTAMENTO
      *    CERRADO NO PUEDE RECIBIR RANGOS NUEVOS.
           MOVE DPT-CIA TO DEM-CIA.
           MOVE DPT-DEPTO TO DEM-DEPTO.
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE "DEPARTAMENTO INEXISTENTE EN DEPTMAE"
                       TO WS-RCH-MOTIVO
                   PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
               NOT INVALID KEY
                   IF NOT DEM-ES-ACTIVO
                       MOVE SPACES TO WS-RCH-MOTIVO
                       STRING "DEPARTAMENTO INACTIVO DESDE "
                              DEM-FECHA-BAJA
                              DELIMITED BY SIZE
                              INTO WS-RCH-MOTIVO
                       PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
                   END-IF
           END-READ.

       125-FIN-VALIDAR-MAESTRO.
           EXIT.
      *---------------------------------------------*
       130-VALIDAR-CRUCES.

           CLOSE DEPTCLN-FILE.
           CLOSE EDITRPT-FILE.
           CLOSE RANGO-FILE.
           CLOSE MAESTRO-FILE.

           DISPLAY "EDITOR1: ACEPTADOS " WS-TOTAL-ACEPTADOS
               " RECHAZADOS " WS-TOTAL-RECHAZADOS.
