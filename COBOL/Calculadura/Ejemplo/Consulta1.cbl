      * INDEXADO YA VIENE EN ORDEN DE DEPARTAMENTO  *
      * Y NUMERO INICIAL, POR LO QUE EL LISTADO SE  *
      * ARMA EN UNA SOLA PASADA POR CORTE DE        *
      * CONTROL. EL NOMBRE DE CADA DEPARTAMENTO SE  *
      * TOMA DEL MAESTRO DEPTMAE.                   *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT LISTADO-FILE ASSIGN TO "RANGOLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.
       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  LISTADO-FILE.
       01  LST-REGISTRO                    PIC X(80).

           05 FILLER                       PIC X(16)
               VALUE "  DEPARTAMENTO: ".
           05 WS-CAB-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-CAB-NOMBRE                PIC X(30).

       01 WS-LINEA-DETALLE.
           05 FILLER                       PIC X(4) VALUE SPACES.

       01 WS-ESTADOS-ARCHIVO.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-LISTADO-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
               STOP RUN
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00" AND "05"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                 WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CON0003" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO-FILE.
           IF WS-LISTADO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLST"
                             WS-CAB-CIA.
           MOVE RGO-DEPTO TO WS-DEPTO-ACTUAL
                             WS-CAB-DEPTO.
           PERFORM 117-BUSCAR-NOMBRE THRU 117-FIN-BUSCAR-NOMBRE.
           MOVE ZERO TO WS-RANGOS-DEPTO
                        WS-NUMEROS-DEPTO.
           MOVE SPACES TO LST-REGISTRO.

       115-FIN-ABRIR-GRUPO.
           EXIT.
      *---------------------------------------------*
       117-BUSCAR-NOMBRE.

      *    EL NOMBRE SALE DEL MAESTRO DEPTMAE; UN
      *    DEPARTAMENTO QUE NO FIGURA SE LISTA IGUAL, CON LA
      *    MARCA EN LUGAR DEL NOMBRE.
           MOVE WS-CIA-ACTUAL TO DEM-CIA.
           MOVE WS-DEPTO-ACTUAL TO DEM-DEPTO.
      *    LA MARCA SE PONE ANTES DE LEER: SIN DEPTMAE LA
      *    LECTURA PUEDE NO DAR CLAVE INEXISTENTE Y EL NOMBRE
      *    QUEDARIA EL DEL DEPARTAMENTO ANTERIOR.
           MOVE "*** NO REGISTRADO EN DEPTMAE" TO WS-CAB-NOMBRE.
           READ MAESTRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-DESCRIPCION TO WS-CAB-NOMBRE
           END-READ.

       117-FIN-BUSCAR-NOMBRE.
           EXIT.
      *---------------------------------------------*
       120-CERRAR-GRUPO.

       900-FIN.

           CLOSE RANGO-FILE.
           CLOSE MAESTRO-FILE.
           CLOSE LISTADO-FILE.

           DISPLAY "CONSULTA1: RANGOS LISTADOS " WS-TOTAL-RANGOS.
