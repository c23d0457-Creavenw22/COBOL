      * (RANGOS NUMERICOS, CODIGOS DE MODO, JOBID,  *
      * SANIDAD DEL RANGO CONTRA EL LIBRO MAYOR DE  *
      * RANGOS YA EMITIDOS Y CONTRA LOS DEMAS       *
      * DEPARTAMENTOS, Y DEL DEPARTAMENTO CONTRA EL *
      * MAESTRO DEPTMAE), ESCRIBIENDO EL ARCHIVO EN *
      * EL FORMATO EXACTO QUE Driver1 ESPERA.       *
      * CADA SESION DEJA EN CAMBIOS UN LISTADO DE   *
      * ANTES/DESPUES CON EL USUARIO QUE TOCO CADA  *
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.
       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  CAMBIOS-FILE.
       01  CAM-REGISTRO                    PIC X(80).

       01 WS-ESTADOS-ARCHIVO.
           05 WS-DEPTCTL-STATUS            PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-CAMBIOS-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*

           PERFORM 102-CARGAR-DEPTCTL THRU 102-FIN-CARGAR-DEPTCTL.
           PERFORM 106-ABRIR-RANGOS THRU 106-FIN-ABRIR-RANGOS.
           PERFORM 108-ABRIR-MAESTRO THRU 108-FIN-ABRIR-MAESTRO.

           DISPLAY "REGISTROS CARGADOS: " WS-TOTAL-ENTRADAS.


       106-FIN-ABRIR-RANGOS.
           EXIT.
      *---------------------------------------------*
       108-ABRIR-MAESTRO.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "MNT0008" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       108-FIN-ABRIR-MAESTRO.
           EXIT.
      *---------------------------------------------*
       107-LEER-RANGO.

               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               PERFORM 234-VERIFICAR-MAESTRO
                   THRU 234-FIN-VERIFICAR-MAESTRO
           END-IF.

       221-FIN-PEDIR-DEPTO.
           EXIT.
      *---------------------------------------------*
       234-VERIFICAR-MAESTRO.

      *    SOLO SE PROGRAMAN DEPARTAMENTOS DADOS DE ALTA Y
      *    ACTIVOS EN EL MAESTRO; Editor1 RECHAZARIA
      *    CUALQUIER OTRO EN LA CORRIDA DE LA NOCHE.
           MOVE WS-NUE-CIA TO DEM-CIA.
           MOVE WS-NUE-DEPTO TO DEM-DEPTO.
           READ MAESTRO-FILE
               INVALID KEY
                   DISPLAY "DEPARTAMENTO " WS-NUE-CIA "/"
                       WS-NUE-DEPTO
                       " INEXISTENTE EN DEPTMAE - REINTENTE"
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
               NOT INVALID KEY
                   IF DEM-ES-ACTIVO
                       DISPLAY "DEPARTAMENTO: " DEM-DESCRIPCION
                       MOVE "S" TO WS-CAMPO-BUENO
                       MOVE ZERO TO WS-REINTENTOS
                   ELSE
                       DISPLAY "DEPARTAMENTO " WS-NUE-CIA "/"
                           WS-NUE-DEPTO " INACTIVO DESDE "
                           DEM-FECHA-BAJA " - REINTENTE"
                       PERFORM 240-CONTAR-REINTENTO
                           THRU 240-FIN-CONTAR-REINTENTO
                   END-IF
           END-READ.

       234-FIN-VERIFICAR-MAESTRO.
           EXIT.
      *---------------------------------------------*
       212-CAPTURAR-INICIO.

      *    EXACTA DE 38 POSICIONES QUE Driver1 Y Editor1
      *    ESPERAN; LAS BAJAS NO SE REESCRIBEN.
           CLOSE RANGO-FILE.
           CLOSE MAESTRO-FILE.

           OPEN OUTPUT DEPTCTL-FILE.
           IF WS-DEPTCTL-STATUS NOT = "00"
