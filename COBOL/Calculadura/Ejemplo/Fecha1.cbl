       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Fecha1 as "Ejemplo.Fecha1".
      *---------------------------------------------*
      * MANTENIMIENTO DE LA FECHA DE PROCESO DE LA  *
      * NOCHE (FECPROC). OPERACIONES INDICA EN      *
      * FECPARM LA ACCION: "A" ABRE LA FECHA DADA   *
      * COMO FECHA DE NEGOCIO DE LA NOCHE Y "C"     *
      * CIERRA LA FECHA ABIERTA AL TERMINAR EL      *
      * LOTE. NO SE ABRE UNA FECHA NUEVA MIENTRAS   *
      * HAYA OTRA ABIERTA, NI UNA FECHA QUE YA FUE  *
      * CERRADA (HISTORIAL FECHIST): UNA NOCHE NO   *
      * SE PROCESA DOS VECES. UNA NOCHE PERDIDA SE  *
      * PUEDE CORRER DESPUES CON SU FECHA REAL      *
      * MIENTRAS NO FIGURE EN EL HISTORIAL.         *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECPARM-FILE ASSIGN TO "FECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPARM-STATUS.

           SELECT OPTIONAL FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT OPTIONAL FECHIST-FILE ASSIGN TO "FECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHIST-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  FECPARM-FILE.
       01  FPA-REGISTRO.
           05 FPA-ACCION                   PIC X.
               88 FPA-ES-APERTURA          VALUE "A".
               88 FPA-ES-CIERRE            VALUE "C".
           05 FPA-FECHA                    PIC 9(8).

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  FECHIST-FILE.
           COPY FECPREG REPLACING LEADING ==FEP== BY ==FEH==.

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-HAY-FECHA                 PIC X VALUE "N".
               88 WS-ES-CON-FECHA          VALUE "S".
           05 WS-FIN-HISTORIA              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-HISTORIA   VALUE "S".
           05 WS-FECHA-CERRADA             PIC X VALUE "N".
               88 WS-ES-FECHA-CERRADA      VALUE "S".

      *---------------------------------------------*
      * FECHA DE PROCESO VIGENTE SEGUN FECPROC AL   *
      * ARRANCAR, ANTES DE APLICAR LA ACCION.       *
      *---------------------------------------------*
       01 WS-FECHA-ACTUAL.
           05 WS-ACT-FECHA                 PIC 9(8) VALUE ZERO.
           05 WS-ACT-ESTADO                PIC X VALUE SPACE.
               88 WS-ACT-ES-ABIERTA        VALUE "A".
           05 WS-ACT-TS-APERTURA           PIC X(14) VALUE SPACES.

       01 WS-TS-OPERACION                  PIC X(14).

      *---------------------------------------------*
      * EVENTO EN PREPARACION PARA EL LOG CENTRAL   *
      * DE OPERACIONES (EVENTLOG).                  *
      *---------------------------------------------*
       01 WS-EVENTO.
           05 WS-EVE-SEVERIDAD             PIC X.
           05 WS-EVE-CODIGO                PIC X(7).
           05 WS-EVE-CIA                   PIC X(2) VALUE SPACES.
           05 WS-EVE-DEPTO                 PIC X(4) VALUE SPACES.
           05 WS-EVE-JOBID                 PIC X(8) VALUE SPACES.
           05 WS-EVE-TEXTO                 PIC X(60).

       01 WS-ESTADOS-ARCHIVO.
           05 WS-FECPARM-STATUS            PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-FECHIST-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           IF FPA-ES-APERTURA
               PERFORM 110-ABRIR-FECHA THRU 110-FIN-ABRIR-FECHA
           ELSE
               PERFORM 120-CERRAR-FECHA THRU 120-FIN-CERRAR-FECHA
           END-IF.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TS-OPERACION.

           OPEN INPUT FECPARM-FILE.
           IF WS-FECPARM-STATUS NOT = "00"
               DISPLAY "ERROR: FECPARM NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0001" TO WS-EVE-CODIGO
               MOVE "FECPARM NO DISPONIBLE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ FECPARM-FILE
               AT END MOVE "10" TO WS-FECPARM-STATUS
           END-READ.
           CLOSE FECPARM-FILE.

           IF WS-FECPARM-STATUS NOT = "00"
               OR NOT (FPA-ES-APERTURA OR FPA-ES-CIERRE)
               DISPLAY "ERROR: ACCION DE FECPARM INVALIDA - USE A/C"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0002" TO WS-EVE-CODIGO
               MOVE "ACCION DE FECPARM INVALIDA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    AL CERRAR LA FECHA ES OPCIONAL (SE CIERRA LA
      *    ABIERTA); AL ABRIR DEBE SER UNA FECHA VALIDA.
           IF FPA-FECHA NOT NUMERIC
               MOVE ZERO TO FPA-FECHA
           END-IF.
           IF FPA-ES-APERTURA
               AND (FPA-FECHA = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD (FPA-FECHA) NOT = 0)
               DISPLAY "ERROR: FECHA DE FECPARM INVALIDA: " FPA-FECHA
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0003" TO WS-EVE-CODIGO
               MOVE "FECHA DE FECPARM INVALIDA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 102-LEER-FECHA-ACTUAL
               THRU 102-FIN-LEER-FECHA-ACTUAL.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       102-LEER-FECHA-ACTUAL.

           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR FECPROC - STATUS "
                   WS-FECPROC-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR FECPROC" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ FECPROC-FILE
               AT END MOVE "N" TO WS-HAY-FECHA
               NOT AT END MOVE "S" TO WS-HAY-FECHA
           END-READ.
           IF WS-ES-CON-FECHA
               MOVE FEP-FECHA       TO WS-ACT-FECHA
               MOVE FEP-ESTADO      TO WS-ACT-ESTADO
               MOVE FEP-TS-APERTURA TO WS-ACT-TS-APERTURA
           END-IF.
           CLOSE FECPROC-FILE.

       102-FIN-LEER-FECHA-ACTUAL.
           EXIT.
      *---------------------------------------------*
       110-ABRIR-FECHA.

      *    LA NOCHE ANTERIOR DEBE ESTAR CERRADA Y LA FECHA
      *    PEDIDA NO DEBE FIGURAR ENTRE LAS YA PROCESADAS.
           IF WS-ES-CON-FECHA AND WS-ACT-ES-ABIERTA
               DISPLAY "ERROR: LA FECHA " WS-ACT-FECHA
                   " SIGUE ABIERTA - CERRARLA ANTES DE ABRIR OTRA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0005" TO WS-EVE-CODIGO
               MOVE "FECHA ANTERIOR ABIERTA - NO SE ABRE OTRA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 112-BUSCAR-HISTORIA THRU 112-FIN-BUSCAR-HISTORIA.
           IF WS-ES-FECHA-CERRADA
               DISPLAY "ERROR: LA FECHA " FPA-FECHA
                   " YA FUE PROCESADA Y CERRADA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0006" TO WS-EVE-CODIGO
               MOVE "FECHA YA PROCESADA Y CERRADA - NO SE REABRE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FPA-FECHA       TO FEP-FECHA.
           MOVE "A"             TO FEP-ESTADO.
           MOVE WS-TS-OPERACION TO FEP-TS-APERTURA.
           MOVE SPACES          TO FEP-TS-CIERRE.
           PERFORM 130-GRABAR-FECPROC THRU 130-FIN-GRABAR-FECPROC.

           DISPLAY "FECHA1: FECHA DE PROCESO " FPA-FECHA " ABIERTA".

       110-FIN-ABRIR-FECHA.
           EXIT.
      *---------------------------------------------*
       112-BUSCAR-HISTORIA.

           MOVE "N" TO WS-FECHA-CERRADA.
           OPEN INPUT FECHIST-FILE.
           IF WS-FECHIST-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR FECHIST - STATUS "
                   WS-FECHIST-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR FECHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 114-LEER-HISTORIA THRU 114-FIN-LEER-HISTORIA.
           PERFORM 116-COMPARAR-HISTORIA THRU 116-FIN-COMPARAR-HISTORIA
               UNTIL WS-NO-HAY-MAS-HISTORIA
                  OR WS-ES-FECHA-CERRADA.

           CLOSE FECHIST-FILE.

       112-FIN-BUSCAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       114-LEER-HISTORIA.

           READ FECHIST-FILE
               AT END MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       114-FIN-LEER-HISTORIA.
           EXIT.
      *---------------------------------------------*
       116-COMPARAR-HISTORIA.

           IF FEH-FECHA = FPA-FECHA
               MOVE "S" TO WS-FECHA-CERRADA
           ELSE
               PERFORM 114-LEER-HISTORIA THRU 114-FIN-LEER-HISTORIA
           END-IF.

       116-FIN-COMPARAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       120-CERRAR-FECHA.

           IF NOT WS-ES-CON-FECHA OR NOT WS-ACT-ES-ABIERTA
               DISPLAY "ERROR: NO HAY FECHA DE PROCESO ABIERTA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0008" TO WS-EVE-CODIGO
               MOVE "NO HAY FECHA DE PROCESO ABIERTA PARA CERRAR"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    SI OPERACIONES INDICA LA FECHA, DEBE SER LA
      *    ABIERTA: EVITA CERRAR POR ERROR LA NOCHE EN CURSO.
           IF FPA-FECHA NOT = ZERO
               AND FPA-FECHA NOT = WS-ACT-FECHA
               DISPLAY "ERROR: LA FECHA ABIERTA ES " WS-ACT-FECHA
                   " Y NO " FPA-FECHA " - NO SE CIERRA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0009" TO WS-EVE-CODIGO
               MOVE "LA FECHA A CERRAR NO ES LA ABIERTA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ACT-FECHA       TO FEP-FECHA.
           MOVE "C"                TO FEP-ESTADO.
           MOVE WS-ACT-TS-APERTURA TO FEP-TS-APERTURA.
           MOVE WS-TS-OPERACION    TO FEP-TS-CIERRE.
           PERFORM 130-GRABAR-FECPROC THRU 130-FIN-GRABAR-FECPROC.

      *    LA FECHA CERRADA PASA AL HISTORIAL ACUMULATIVO,
      *    QUE ES LO QUE IMPIDE VOLVER A ABRIRLA.
           OPEN EXTEND FECHIST-FILE.
           IF WS-FECHIST-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR FECHIST - STATUS "
                   WS-FECHIST-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR FECHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-REGISTRO TO FEH-REGISTRO.
           WRITE FEH-REGISTRO.
           IF WS-FECHIST-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR FECHIST - STATUS "
                   WS-FECHIST-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0010" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR FECHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FECHIST-FILE.

           DISPLAY "FECHA1: FECHA DE PROCESO " WS-ACT-FECHA
               " CERRADA".

       120-FIN-CERRAR-FECHA.
           EXIT.
      *---------------------------------------------*
       130-GRABAR-FECPROC.

           OPEN OUTPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR FECPROC - STATUS "
                   WS-FECPROC-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR FECPROC" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE FEP-REGISTRO.
           IF WS-FECPROC-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR FECPROC - STATUS "
                   WS-FECPROC-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FEC0011" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR FECPROC" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE FECPROC-FILE.

       130-FIN-GRABAR-FECPROC.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           DISPLAY "FECHA1: FIN DE PROCESO".

       900-FIN-EXIT.
           EXIT.
      *---------------------------------------------*
       980-GRABAR-EVENTO.

      *    EL LOG DE EVENTOS ES LA PISTA DE OPERACIONES, NO
      *    DATO DE NEGOCIO: SI NO SE PUEDE ESCRIBIR SE AVISA
      *    POR CONSOLA Y EL PROCESO SIGUE.
           OPEN EXTEND EVENTO-FILE.
           IF WS-EVENTO-STATUS NOT = "00" AND "05"
               DISPLAY "AVISO: EVENTLOG NO DISPONIBLE - STATUS "
                   WS-EVENTO-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:14) TO EVE-TIMESTAMP
               MOVE "FECHA1" TO EVE-PROGRAMA
               MOVE WS-EVE-SEVERIDAD TO EVE-SEVERIDAD
               MOVE WS-EVE-CODIGO TO EVE-CODIGO
               MOVE WS-EVE-CIA TO EVE-CIA
               MOVE WS-EVE-DEPTO TO EVE-DEPTO
               MOVE WS-EVE-JOBID TO EVE-JOBID
               MOVE WS-EVE-TEXTO TO EVE-TEXTO
               WRITE EVE-REGISTRO
               IF WS-EVENTO-STATUS NOT = "00"
                   DISPLAY
                     "AVISO: FALLO AL ESCRIBIR EVENTLOG - STATUS "
                     WS-EVENTO-STATUS
               END-IF
               CLOSE EVENTO-FILE
           END-IF.

       980-FIN-GRABAR-EVENTO.
           EXIT.

       end program Fecha1.
