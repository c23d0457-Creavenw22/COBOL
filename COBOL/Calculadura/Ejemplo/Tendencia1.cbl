      * Y EN EL HISTORICO AUDARCH, Y CIERRA CON     *
      * NOCHES CORRIDAS, FALLOS Y TOTAL GENERADO.   *
      * RESPONDE "CUANTAS VECES FALLO VENT ESTE     *
      * MES?" SIN RECONSTRUIR NADA A MANO. EL       *
      * NOMBRE DE CADA DEPARTAMENTO SE TOMA DEL     *
      * MAESTRO DEPTMAE.                            *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT TENDRPT-FILE ASSIGN TO "TENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENDRPT-STATUS.
       FD  ARCHIVO-FILE.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==ARC==.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  TENDRPT-FILE.
       01  RPT-REGISTRO                    PIC X(100).
      *---------------------------------------------*
           05 FILLER                       PIC X(16)
               VALUE "  DEPARTAMENTO: ".
           05 WS-CAB-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-CAB-NOMBRE                PIC X(30).

       01 WS-LINEA-DETALLE.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-ARCHIVO-STATUS            PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-TENDRPT-STATUS            PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           WRITE RPT-REGISTRO FROM
                                             WS-CAB-CIA
               MOVE WS-HIS-DEPTO (WS-IDX) TO WS-DEPTO-ACTUAL
                                             WS-CAB-DEPTO
               PERFORM 152-BUSCAR-NOMBRE THRU 152-FIN-BUSCAR-NOMBRE
               MOVE ZERO TO WS-NOCHES-DEPTO
                            WS-FALLOS-DEPTO
                            WS-GENERADOS-DEPTO

       150-FIN-LISTAR-GRUPO.
           EXIT.
      *---------------------------------------------*
       152-BUSCAR-NOMBRE.

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

       152-FIN-BUSCAR-NOMBRE.
           EXIT.
      *---------------------------------------------*
       155-LISTAR-NOCHE.

      *---------------------------------------------*
       900-FIN.

           CLOSE MAESTRO-FILE.
           CLOSE TENDRPT-FILE.

           DISPLAY "TENDENCIA1: NOCHES LEIDAS " WS-TOTAL-HISTORIA.
