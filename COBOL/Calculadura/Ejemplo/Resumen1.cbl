      * SEGUIDO DE LOS TOTALES POR COMPANIA         *
      * (ENTIDAD LEGAL) Y DE LOS TOTALES GENERALES  *
      * DE TODOS LOS DEPARTAMENTOS. ES LA HOJA QUE  *
      * SE ENTREGA AL SUPERVISOR DE TURNO. EL       *
      * DEPARTAMENTO DE CADA JOB SE RESUELVE POR EL *
      * LIBRO MAYOR DE RANGOS (RANGOLOG) Y SU       *
      * NOMBRE POR EL MAESTRO DEPTMAE.              *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.
       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  RESUMEN-FILE.
       01  RES-REGISTRO                    PIC X(132).

               88 WS-NO-HAY-MAS-AUDITORIA  VALUE "S".
           05 WS-JOBID-HALLADO             PIC X VALUE "N".
               88 WS-ES-JOBID-HALLADO      VALUE "S".
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-LEIDOS              PIC 9(8) VALUE ZERO.
           05 WS-JOB OCCURS 200 TIMES.
               10 WS-JOB-CIA               PIC X(2).
               10 WS-JOB-ID                PIC X(8).
               10 WS-JOB-DEPTO             PIC X(4).
               10 WS-JOB-CANTIDAD          PIC 9(8).
               10 WS-JOB-PRIMERO           PIC 9(8).
               10 WS-JOB-ULTIMO            PIC 9(8).
       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(6)
               VALUE "DPTO  ".
           05 FILLER                       PIC X(31)
               VALUE "NOMBRE DEL DEPARTAMENTO".
           05 FILLER                       PIC X(9)
               VALUE "JOBID    ".
           05 FILLER                       PIC X(9)
       01 WS-LINEA-DETALLE.
           05 WS-DET-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-NOMBRE                PIC X(30).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-JOBID                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CANTIDAD              PIC Z(7)9.
               VALUE "TOTAL CIA ".
           05 WS-TCI-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 FILLER                       PIC X(37) VALUE SPACES.
           05 WS-TCI-CANTIDAD              PIC Z(7)9.
           05 FILLER                       PIC X(11) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE SPACES.
       01 WS-LINEA-GRAN-TOTAL.
           05 FILLER                       PIC X(9)
               VALUE "TOTALES  ".
           05 FILLER                       PIC X(37) VALUE SPACES.
           05 WS-GRT-CANTIDAD              PIC Z(7)9.
           05 FILLER                       PIC X(11) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE SPACES.

       01 WS-ESTADOS-ARCHIVO.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-RESUMEN-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-ACUMULAR THRU 110-FIN-ACUMULAR
                                       UNTIL WS-NO-HAY-MAS-AUDITORIA.
           PERFORM 130-RESOLVER-DEPTOS THRU 130-FIN-RESOLVER-DEPTOS.
           PERFORM 120-IMPRIMIR THRU 120-FIN-IMPRIMIR.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

               STOP RUN
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RSM0006" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 105-LEER-AUDITORIA THRU 105-FIN-LEER-AUDITORIA.

       100-FIN-INICIO.
           MOVE WS-TOTAL-JOBS TO WS-JOB-ACTUAL.
           MOVE AUD-CIA       TO WS-JOB-CIA (WS-JOB-ACTUAL).
           MOVE AUD-JOBID     TO WS-JOB-ID (WS-JOB-ACTUAL).
           MOVE "????"        TO WS-JOB-DEPTO (WS-JOB-ACTUAL).
           MOVE ZERO          TO WS-JOB-CANTIDAD (WS-JOB-ACTUAL)
                                 WS-JOB-IMPORTE (WS-JOB-ACTUAL).
           MOVE AUD-NUMERO    TO WS-JOB-PRIMERO (WS-JOB-ACTUAL)
       125-IMPRIMIR-JOBID.

           MOVE WS-JOB-CIA (WS-IDX)       TO WS-DET-CIA.
           MOVE WS-JOB-DEPTO (WS-IDX)     TO WS-DET-DEPTO.
           PERFORM 126-BUSCAR-NOMBRE THRU 126-FIN-BUSCAR-NOMBRE.
           MOVE WS-JOB-ID (WS-IDX)        TO WS-DET-JOBID.
           MOVE WS-JOB-CANTIDAD (WS-IDX)  TO WS-DET-CANTIDAD.
           MOVE WS-JOB-PRIMERO (WS-IDX)   TO WS-DET-PRIMERO.

       125-FIN-IMPRIMIR-JOBID.
           EXIT.
      *---------------------------------------------*
       126-BUSCAR-NOMBRE.

      *    UN JOB SIN DEPARTAMENTO EN EL LIBRO MAYOR O UN
      *    DEPARTAMENTO QUE NO FIGURA EN EL MAESTRO SE LISTA
      *    IGUAL, CON LA MARCA EN LUGAR DEL NOMBRE.
           MOVE WS-JOB-CIA (WS-IDX)   TO DEM-CIA.
           MOVE WS-JOB-DEPTO (WS-IDX) TO DEM-DEPTO.
      *    LA MARCA SE PONE ANTES DE LEER: SIN DEPTMAE LA
      *    LECTURA PUEDE NO DAR CLAVE INEXISTENTE Y EL NOMBRE
      *    QUEDARIA EL DEL DEPARTAMENTO ANTERIOR.
           MOVE "*** NO REGISTRADO EN DEPTMAE" TO WS-DET-NOMBRE.
           READ MAESTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-DESCRIPCION TO WS-DET-NOMBRE
           END-READ.

       126-FIN-BUSCAR-NOMBRE.
           EXIT.
      *---------------------------------------------*
       127-IMPRIMIR-CIA.


       127-FIN-IMPRIMIR-CIA.
           EXIT.
      *---------------------------------------------*
       130-RESOLVER-DEPTOS.

      *    UNA SOLA PASADA POR EL LIBRO MAYOR: CADA RANGO SE
      *    CRUZA CONTRA LOS JOBS DE LA NOCHE, Y EL QUE
      *    CONTIENE EL PRIMER NUMERO DEL JOB DA SU
      *    DEPARTAMENTO. UN JOBID REUTILIZADO OTRA NOCHE NO
      *    SE CONFUNDE PORQUE SUS NUMEROS SON OTROS.
           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RSM0005" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 131-LEER-RANGO THRU 131-FIN-LEER-RANGO.
           PERFORM 132-CRUZAR-RANGO THRU 132-FIN-CRUZAR-RANGO
               UNTIL WS-NO-HAY-MAS-RANGOS.

           CLOSE RANGO-FILE.

       130-FIN-RESOLVER-DEPTOS.
           EXIT.
      *---------------------------------------------*
       131-LEER-RANGO.

           READ RANGO-FILE
               AT END MOVE "S" TO WS-FIN-RANGOS
           END-READ.

       131-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       132-CRUZAR-RANGO.

           MOVE 1 TO WS-IDX.
           PERFORM 133-COMPARAR-RANGO THRU 133-FIN-COMPARAR-RANGO
               UNTIL WS-IDX > WS-TOTAL-JOBS.

           PERFORM 131-LEER-RANGO THRU 131-FIN-LEER-RANGO.

       132-FIN-CRUZAR-RANGO.
           EXIT.
      *---------------------------------------------*
       133-COMPARAR-RANGO.

           IF RGO-CIA = WS-JOB-CIA (WS-IDX)
               AND RGO-JOBID = WS-JOB-ID (WS-IDX)
               AND RGO-INICIO NOT > WS-JOB-PRIMERO (WS-IDX)
               AND RGO-FIN NOT < WS-JOB-PRIMERO (WS-IDX)
               MOVE RGO-DEPTO TO WS-JOB-DEPTO (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       133-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE AUDITORIA-FILE.
           CLOSE MAESTRO-FILE.
           CLOSE RESUMEN-FILE.

           DISPLAY "RESUMEN1: REGISTROS LEIDOS " WS-TOTAL-LEIDOS
