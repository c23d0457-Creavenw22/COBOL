       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Retarifa1 as "Ejemplo.Retarifa1".
      *---------------------------------------------*
      * RETARIFACION RETROACTIVA. CUANDO FINANZAS   *
      * CORRIGE UNA TARIFA YA APLICADA (TAR-TARIFA  *
      * ERRONEA O TAR-FECHA-VIGOR MAL CARGADA), LEE *
      * LAS CORRECCIONES DE RETTRAN (COMPANIA,      *
      * DEPARTAMENTO, PERIODO, TARIFA ANTERIOR Y    *
      * NUEVA) Y RECORRE AUDITLOG Y AUDARCH: CADA   *
      * AUD-REGISTRO DEL DEPARTAMENTO (RESUELTO POR *
      * EL LIBRO MAYOR RANGOLOG) CUYO RANGO TIENE   *
      * FECHA DE PROCESO (RGO-FECHA, LA QUE USO     *
      * Program1 PARA TARIFAR) DENTRO DEL PERIODO   *
      * Y VALORADO A LA TARIFA ANTERIOR             *
      * GENERA UN REGISTRO DE DIFERENCIA CON SIGNO  *
      * HACIA FACTURACION (RETAREV, MISMO FORMATO   *
      * QUE ANULREV). EL HISTORICO INDEXADO         *
      * RETAHIST GUARDA LA TARIFA VIGENTE DE CADA   *
      * NUMERO AJUSTADO, DE MODO QUE REPETIR UNA    *
      * CORRECCION NO VUELVE A AJUSTAR. EMITE EL    *
      * REPORTE DE CONTROL RETARPT CON NUMEROS,     *
      * TOTAL ANTERIOR, TOTAL NUEVO Y AJUSTE NETO,  *
      * Y TERMINA CON RETURN-CODE 8 SI ALGUNA       *
      * CORRECCION FUE RECHAZADA.                   *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETTRAN-FILE ASSIGN TO "RETTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTRAN-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT OPTIONAL ARCHIVO-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "RETAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTH-NUMERO
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL AJUSTE-FILE ASSIGN TO "RETAREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.

           SELECT RETARPT-FILE ASSIGN TO "RETARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETARPT-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  RETTRAN-FILE.
           COPY RETREG.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  ARCHIVO-FILE.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==ARC==.

       FD  HISTORIA-FILE.
           COPY RETHIS.

       FD  AJUSTE-FILE.
           COPY REVREG.

       FD  RETARPT-FILE.
       01  RPT-REGISTRO                    PIC X(132).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-CORRECCIONES          PIC X VALUE "N".
               88 WS-NO-HAY-MAS-CORRECCIONES VALUE "S".
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-FIN-AUDITORIA             PIC X VALUE "N".
               88 WS-NO-HAY-MAS-AUDITORIA  VALUE "S".
           05 WS-FIN-ARCHIVO               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ARCHIVO    VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".
           05 WS-RANGO-PEDIDO              PIC X VALUE "N".
               88 WS-ES-RANGO-PEDIDO       VALUE "S".
           05 WS-HISTORIA-EXISTENTE        PIC X VALUE "N".
               88 WS-ES-HISTORIA-EXISTENTE VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-TRANS               PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CORRECCIONES        PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RECHAZADAS          PIC 9(4) VALUE ZERO.
           05 WS-MAX-CORRECCIONES          PIC 9(4) VALUE 50.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-COR-ACTUAL                PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RANGOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-RANGOS                PIC 9(4) VALUE 2000.
           05 WS-RNG-IDX                   PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-LEIDOS              PIC 9(8) VALUE ZERO.
           05 WS-TOTAL-AJUSTADOS           PIC 9(8) VALUE ZERO.
           05 WS-GRAN-ANTERIOR             PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAN-NUEVO                PIC 9(11)V99 VALUE ZERO.

       01 WS-TIMESTAMP-AJUSTE              PIC X(14).

      *---------------------------------------------*
      * CORRECCIONES ACEPTADAS DE LA PASADA, CON    *
      * SUS CONTADORES: AJUSTADOS EN ESTA CORRIDA,  *
      * YA AJUSTADOS ANTES (CORRECCION REPETIDA) Y  *
      * VALORADOS A OTRA TARIFA (NO SE TOCAN).      *
      *---------------------------------------------*
       01 WS-TABLA-CORRECCIONES.
           05 WS-CORRECCION OCCURS 50 TIMES.
               10 WS-COR-CIA               PIC X(2).
               10 WS-COR-DEPTO             PIC X(4).
               10 WS-COR-VIGOR             PIC 9(8).
               10 WS-COR-TOPE              PIC 9(8).
               10 WS-COR-ANTERIOR          PIC 9(5)V99.
               10 WS-COR-NUEVA             PIC 9(5)V99.
               10 WS-COR-AJUSTADOS         PIC 9(8).
               10 WS-COR-YA-AJUSTADOS      PIC 9(8).
               10 WS-COR-OTRA-TARIFA       PIC 9(8).
               10 WS-COR-IMP-ANTERIOR      PIC 9(11)V99.
               10 WS-COR-IMP-NUEVO         PIC 9(11)V99.

      *---------------------------------------------*
      * RANGOS DEL LIBRO MAYOR DE LOS DEPARTAMENTOS *
      * CORREGIDOS: EL AUD-REGISTRO NO LLEVA        *
      * DEPARTAMENTO NI FECHA DE PROCESO Y SE LOS   *
      * RESUELVE POR EL RANGO QUE CONTIENE SU       *
      * NUMERO Y ES DE SU MISMO JOBID (UN NUMERO    *
      * ANULADO PUEDE HABERSE VUELTO A EMITIR EN    *
      * OTRO RANGO).                                *
      *---------------------------------------------*
       01 WS-TABLA-RANGOS.
           05 WS-RANGO OCCURS 2000 TIMES.
               10 WS-RNG-CIA               PIC X(2).
               10 WS-RNG-DEPTO             PIC X(4).
               10 WS-RNG-INICIO            PIC 9(9).
               10 WS-RNG-FIN               PIC 9(9).
               10 WS-RNG-FECHA             PIC 9(8).
               10 WS-RNG-JOBID             PIC X(8).

      *---------------------------------------------*
      * REGISTRO DE AUDITORIA EN CURSO, VIVO O      *
      * ARCHIVADO, CON SU DEPARTAMENTO RESUELTO.    *
      *---------------------------------------------*
       01 WS-AUDITADO.
           05 WS-AUD-CIA                   PIC X(2).
           05 WS-AUD-JOBID                 PIC X(8).
           05 WS-AUD-TIMESTAMP             PIC X(14).
           05 WS-AUD-NUMERO                PIC 9(8).
           05 WS-AUD-IMPORTE               PIC 9(8)V99.
           05 WS-AUD-DEPTO                 PIC X(4).
           05 WS-AUD-FECHA-PROCESO         PIC 9(8).

       01 WS-VALORACION.
           05 WS-TARIFA-ACTUAL             PIC 9(8)V99.
           05 WS-DIFERENCIA                PIC S9(8)V99.
           05 WS-NETO                      PIC S9(11)V99.

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-RECHAZO.
           05 FILLER                       PIC X(10)
               VALUE "RECHAZADA ".
           05 WS-RCH-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RCH-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(3) VALUE " - ".
           05 WS-RCH-MOTIVO                PIC X(45).

       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(5)
               VALUE "DPTO ".
           05 FILLER                       PIC X(9)
               VALUE "VIGOR    ".
           05 FILLER                       PIC X(9)
               VALUE "TOPE     ".
           05 FILLER                       PIC X(10)
               VALUE " ANTERIOR ".
           05 FILLER                       PIC X(10)
               VALUE "    NUEVA ".
           05 FILLER                       PIC X(9)
               VALUE "AJUSTADOS".
           05 FILLER                       PIC X(9)
               VALUE " YA AJUS.".
           05 FILLER                       PIC X(9)
               VALUE " OTRA TAR".
           05 FILLER                       PIC X(18)
               VALUE "    TOTAL ANTERIOR".
           05 FILLER                       PIC X(18)
               VALUE "       TOTAL NUEVO".
           05 FILLER                       PIC X(19)
               VALUE "        AJUSTE NETO".

       01 WS-LINEA-DETALLE.
           05 WS-DET-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-VIGOR                 PIC 9(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-TOPE                  PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-ANTERIOR              PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-NUEVA                 PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-AJUSTADOS             PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-YA-AJUSTADOS          PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-OTRA-TARIFA           PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-IMP-ANTERIOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-IMP-NUEVO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-NETO                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-GRAN-TOTAL.
           05 FILLER                       PIC X(10)
               VALUE "TOTALES   ".
           05 FILLER                       PIC X(38) VALUE SPACES.
           05 WS-GRT-AJUSTADOS             PIC Z(7)9.
           05 FILLER                       PIC X(19) VALUE SPACES.
           05 WS-GRT-IMP-ANTERIOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-GRT-IMP-NUEVO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-GRT-NETO                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

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
           05 WS-RETTRAN-STATUS            PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-ARCHIVO-STATUS            PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-AJUSTE-STATUS             PIC XX.
           05 WS-RETARPT-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-VALIDAR-CORRECCION
               THRU 110-FIN-VALIDAR-CORRECCION
               UNTIL WS-NO-HAY-MAS-CORRECCIONES.

           IF WS-TOTAL-CORRECCIONES > ZERO
               PERFORM 200-CARGAR-RANGOS THRU 200-FIN-CARGAR-RANGOS
               PERFORM 250-ABRIR-AJUSTES THRU 250-FIN-ABRIR-AJUSTES
               PERFORM 300-RETARIFAR-AUDITORIA
                   THRU 300-FIN-RETARIFAR-AUDITORIA
               PERFORM 350-RETARIFAR-ARCHIVO
                   THRU 350-FIN-RETARIFAR-ARCHIVO
               CLOSE HISTORIA-FILE
               CLOSE AJUSTE-FILE
           END-IF.

           PERFORM 600-IMPRIMIR-CONTROL THRU 600-FIN-IMPRIMIR-CONTROL.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           OPEN INPUT RETTRAN-FILE.
           IF WS-RETTRAN-STATUS NOT = "00"
               DISPLAY "ERROR: RETTRAN NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0001" TO WS-EVE-CODIGO
               MOVE "RETTRAN NO DISPONIBLE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETARPT-FILE.
           IF WS-RETARPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RETARPT"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RETARPT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP-AJUSTE.
           WRITE RPT-REGISTRO FROM
               "*******CONTROL DE RETARIFACION RETROACTIVA*******".
           MOVE SPACES TO RPT-REGISTRO.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.
           WRITE RPT-REGISTRO FROM ALL "-".

           PERFORM 105-LEER-CORRECCION THRU 105-FIN-LEER-CORRECCION.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       105-LEER-CORRECCION.

           READ RETTRAN-FILE
               AT END MOVE "S" TO WS-FIN-CORRECCIONES
           END-READ.
           IF NOT WS-NO-HAY-MAS-CORRECCIONES
               ADD 1 TO WS-TOTAL-TRANS
           END-IF.

       105-FIN-LEER-CORRECCION.
           EXIT.
      *---------------------------------------------*
       110-VALIDAR-CORRECCION.

           MOVE SPACES TO WS-RCH-MOTIVO.
           EVALUATE TRUE
               WHEN RTT-CIA = SPACES
                   MOVE "RTT-CIA EN BLANCO" TO WS-RCH-MOTIVO
               WHEN RTT-DEPTO = SPACES
                   MOVE "RTT-DEPTO EN BLANCO" TO WS-RCH-MOTIVO
               WHEN RTT-FECHA-VIGOR NOT NUMERIC
                   OR RTT-FECHA-TOPE NOT NUMERIC
                   MOVE "FECHAS NO NUMERICAS" TO WS-RCH-MOTIVO
               WHEN RTT-FECHA-TOPE NOT = ZERO
                   AND RTT-FECHA-TOPE < RTT-FECHA-VIGOR
                   MOVE "FECHA TOPE ANTERIOR A LA DE VIGENCIA"
                       TO WS-RCH-MOTIVO
               WHEN RTT-TARIFA-ANTERIOR NOT NUMERIC
                   OR RTT-TARIFA-NUEVA NOT NUMERIC
                   MOVE "TARIFAS NO NUMERICAS" TO WS-RCH-MOTIVO
               WHEN RTT-TARIFA-ANTERIOR = RTT-TARIFA-NUEVA
                   MOVE "TARIFA NUEVA IGUAL A LA ANTERIOR"
                       TO WS-RCH-MOTIVO
           END-EVALUATE.

           IF WS-RCH-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADAS
               MOVE RTT-CIA TO WS-RCH-CIA
               MOVE RTT-DEPTO TO WS-RCH-DEPTO
               WRITE RPT-REGISTRO FROM WS-LINEA-RECHAZO
           ELSE
               PERFORM 115-ALTA-CORRECCION
                   THRU 115-FIN-ALTA-CORRECCION
           END-IF.

           PERFORM 105-LEER-CORRECCION THRU 105-FIN-LEER-CORRECCION.

       110-FIN-VALIDAR-CORRECCION.
           EXIT.
      *---------------------------------------------*
       115-ALTA-CORRECCION.

           IF WS-TOTAL-CORRECCIONES NOT < WS-MAX-CORRECCIONES
               DISPLAY
                 "ERROR: TABLA DE CORRECCIONES LLENA ("
                 WS-MAX-CORRECCIONES ") - PROCESO DETENIDO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0003" TO WS-EVE-CODIGO
               MOVE "TABLA DE CORRECCIONES LLENA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    SIN FECHA TOPE LA CORRECCION ALCANZA HASTA EL
      *    ULTIMO REGISTRO EMITIDO.
           ADD 1 TO WS-TOTAL-CORRECCIONES.
           MOVE WS-TOTAL-CORRECCIONES TO WS-COR-ACTUAL.
           MOVE RTT-CIA TO WS-COR-CIA (WS-COR-ACTUAL).
           MOVE RTT-DEPTO TO WS-COR-DEPTO (WS-COR-ACTUAL).
           MOVE RTT-FECHA-VIGOR TO WS-COR-VIGOR (WS-COR-ACTUAL).
           IF RTT-FECHA-TOPE = ZERO
               MOVE 99999999 TO WS-COR-TOPE (WS-COR-ACTUAL)
           ELSE
               MOVE RTT-FECHA-TOPE TO WS-COR-TOPE (WS-COR-ACTUAL)
           END-IF.
           MOVE RTT-TARIFA-ANTERIOR
               TO WS-COR-ANTERIOR (WS-COR-ACTUAL).
           MOVE RTT-TARIFA-NUEVA TO WS-COR-NUEVA (WS-COR-ACTUAL).
           MOVE ZERO TO WS-COR-AJUSTADOS (WS-COR-ACTUAL)
                        WS-COR-YA-AJUSTADOS (WS-COR-ACTUAL)
                        WS-COR-OTRA-TARIFA (WS-COR-ACTUAL)
                        WS-COR-IMP-ANTERIOR (WS-COR-ACTUAL)
                        WS-COR-IMP-NUEVO (WS-COR-ACTUAL).

       115-FIN-ALTA-CORRECCION.
           EXIT.
      *---------------------------------------------*
       200-CARGAR-RANGOS.

      *    SOLO SE RETIENEN LOS RANGOS DE LAS COMPANIAS Y
      *    DEPARTAMENTOS QUE TIENEN ALGUNA CORRECCION.
           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 205-LEER-RANGO THRU 205-FIN-LEER-RANGO.
           PERFORM 210-FILTRAR-RANGO THRU 210-FIN-FILTRAR-RANGO
               UNTIL WS-NO-HAY-MAS-RANGOS.

           CLOSE RANGO-FILE.

       200-FIN-CARGAR-RANGOS.
           EXIT.
      *---------------------------------------------*
       205-LEER-RANGO.

           READ RANGO-FILE
               AT END MOVE "S" TO WS-FIN-RANGOS
           END-READ.

       205-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       210-FILTRAR-RANGO.

           MOVE "N" TO WS-RANGO-PEDIDO.
           MOVE 1 TO WS-IDX.
           PERFORM 212-COMPARAR-DEPTO THRU 212-FIN-COMPARAR-DEPTO
               UNTIL WS-IDX > WS-TOTAL-CORRECCIONES
                  OR WS-ES-RANGO-PEDIDO.

           IF WS-ES-RANGO-PEDIDO
               IF WS-TOTAL-RANGOS NOT < WS-MAX-RANGOS
                   DISPLAY
                     "ERROR: TABLA DE RANGOS LLENA ("
                     WS-MAX-RANGOS ") - PROCESO DETENIDO"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "RTF0005" TO WS-EVE-CODIGO
                   MOVE "TABLA DE RANGOS LLENA" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-RANGOS
               MOVE RGO-CIA    TO WS-RNG-CIA (WS-TOTAL-RANGOS)
               MOVE RGO-DEPTO  TO WS-RNG-DEPTO (WS-TOTAL-RANGOS)
               MOVE RGO-INICIO TO WS-RNG-INICIO (WS-TOTAL-RANGOS)
               MOVE RGO-FIN    TO WS-RNG-FIN (WS-TOTAL-RANGOS)
               MOVE RGO-FECHA  TO WS-RNG-FECHA (WS-TOTAL-RANGOS)
               MOVE RGO-JOBID  TO WS-RNG-JOBID (WS-TOTAL-RANGOS)
           END-IF.

           PERFORM 205-LEER-RANGO THRU 205-FIN-LEER-RANGO.

       210-FIN-FILTRAR-RANGO.
           EXIT.
      *---------------------------------------------*
       212-COMPARAR-DEPTO.

           IF RGO-CIA = WS-COR-CIA (WS-IDX)
               AND RGO-DEPTO = WS-COR-DEPTO (WS-IDX)
               MOVE "S" TO WS-RANGO-PEDIDO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       212-FIN-COMPARAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       250-ABRIR-AJUSTES.

      *    RETAREV SE EXTIENDE Y NO SE REESCRIBE: SI UNA
      *    CORRIDA SE CORTA A MITAD, LOS AJUSTES YA ANOTADOS
      *    EN RETAHIST NO SE REPITEN AL RELANZAR Y SUS
      *    DIFERENCIAS NO PUEDEN PERDERSE. FACTURACION
      *    RETIRA EL ARCHIVO AL TOMARLO.
           OPEN I-O HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RETAHIST - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0008" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RETAHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AJUSTE-FILE.
           IF WS-AJUSTE-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RETAREV - STATUS "
                   WS-AJUSTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0009" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RETAREV" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       250-FIN-ABRIR-AJUSTES.
           EXIT.
      *---------------------------------------------*
       300-RETARIFAR-AUDITORIA.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0006" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDITLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 305-LEER-AUDITORIA THRU 305-FIN-LEER-AUDITORIA.
           PERFORM 310-TOMAR-AUDITADO THRU 310-FIN-TOMAR-AUDITADO
               UNTIL WS-NO-HAY-MAS-AUDITORIA.

           CLOSE AUDITORIA-FILE.

       300-FIN-RETARIFAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       305-LEER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE "S" TO WS-FIN-AUDITORIA
           END-READ.
           IF NOT WS-NO-HAY-MAS-AUDITORIA
               ADD 1 TO WS-TOTAL-LEIDOS
           END-IF.

       305-FIN-LEER-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       310-TOMAR-AUDITADO.

           MOVE AUD-CIA       TO WS-AUD-CIA.
           MOVE AUD-JOBID     TO WS-AUD-JOBID.
           MOVE AUD-TIMESTAMP TO WS-AUD-TIMESTAMP.
           MOVE AUD-NUMERO    TO WS-AUD-NUMERO.
           MOVE AUD-IMPORTE   TO WS-AUD-IMPORTE.
           PERFORM 400-RETARIFAR-NUMERO THRU 400-FIN-RETARIFAR-NUMERO.

           PERFORM 305-LEER-AUDITORIA THRU 305-FIN-LEER-AUDITORIA.

       310-FIN-TOMAR-AUDITADO.
           EXIT.
      *---------------------------------------------*
       350-RETARIFAR-ARCHIVO.

           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDARCH - STATUS "
                   WS-ARCHIVO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDARCH" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 355-LEER-ARCHIVO THRU 355-FIN-LEER-ARCHIVO.
           PERFORM 360-TOMAR-ARCHIVADO THRU 360-FIN-TOMAR-ARCHIVADO
               UNTIL WS-NO-HAY-MAS-ARCHIVO.

           CLOSE ARCHIVO-FILE.

       350-FIN-RETARIFAR-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       355-LEER-ARCHIVO.

           READ ARCHIVO-FILE
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.
           IF NOT WS-NO-HAY-MAS-ARCHIVO
               ADD 1 TO WS-TOTAL-LEIDOS
           END-IF.

       355-FIN-LEER-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       360-TOMAR-ARCHIVADO.

           MOVE ARC-CIA       TO WS-AUD-CIA.
           MOVE ARC-JOBID     TO WS-AUD-JOBID.
           MOVE ARC-TIMESTAMP TO WS-AUD-TIMESTAMP.
           MOVE ARC-NUMERO    TO WS-AUD-NUMERO.
           MOVE ARC-IMPORTE   TO WS-AUD-IMPORTE.
           PERFORM 400-RETARIFAR-NUMERO THRU 400-FIN-RETARIFAR-NUMERO.

           PERFORM 355-LEER-ARCHIVO THRU 355-FIN-LEER-ARCHIVO.

       360-FIN-TOMAR-ARCHIVADO.
           EXIT.
      *---------------------------------------------*
       400-RETARIFAR-NUMERO.

      *    UN NUMERO FUERA DE LOS RANGOS RETENIDOS NO ES DE
      *    UN DEPARTAMENTO CORREGIDO (O FUE ANULADO Y YA NO
      *    FIGURA EN EL LIBRO MAYOR) Y NO SE TOCA.
           MOVE "N" TO WS-RANGO-HALLADO.
           MOVE 1 TO WS-RNG-IDX.
           PERFORM 405-BUSCAR-RANGO THRU 405-FIN-BUSCAR-RANGO
               UNTIL WS-RNG-IDX > WS-TOTAL-RANGOS
                  OR WS-ES-RANGO-HALLADO.

           IF WS-ES-RANGO-HALLADO
               MOVE 1 TO WS-IDX
               PERFORM 410-APLICAR-CORRECCION
                   THRU 410-FIN-APLICAR-CORRECCION
                   UNTIL WS-IDX > WS-TOTAL-CORRECCIONES
           END-IF.

       400-FIN-RETARIFAR-NUMERO.
           EXIT.
      *---------------------------------------------*
       405-BUSCAR-RANGO.

      *    SIN EL JOBID, EL REGISTRO ARCHIVADO DE UN NUMERO
      *    ANULADO Y VUELTO A EMITIR CAERIA EN EL RANGO
      *    NUEVO Y SE RETARIFARIA COMO SI SIGUIERA VIVO.
           IF WS-AUD-CIA = WS-RNG-CIA (WS-RNG-IDX)
               AND WS-AUD-JOBID = WS-RNG-JOBID (WS-RNG-IDX)
               AND WS-AUD-NUMERO NOT < WS-RNG-INICIO (WS-RNG-IDX)
               AND WS-AUD-NUMERO NOT > WS-RNG-FIN (WS-RNG-IDX)
               MOVE "S" TO WS-RANGO-HALLADO
               MOVE WS-RNG-DEPTO (WS-RNG-IDX) TO WS-AUD-DEPTO
               MOVE WS-RNG-FECHA (WS-RNG-IDX)
                   TO WS-AUD-FECHA-PROCESO
           ELSE
               ADD 1 TO WS-RNG-IDX
           END-IF.

       405-FIN-BUSCAR-RANGO.
           EXIT.
      *---------------------------------------------*
       410-APLICAR-CORRECCION.

      *    EL PERIODO SE MIDE CONTRA LA FECHA DE PROCESO DEL
      *    RANGO, NO CONTRA EL SELLO DE AUDITORIA: UNA NOCHE
      *    DEMORADA O UN REPROCESO AL DIA SIGUIENTE SELLAN
      *    CON OTRA FECHA NUMEROS TARIFADOS A LA DEL PROCESO.
           IF WS-AUD-CIA = WS-COR-CIA (WS-IDX)
               AND WS-AUD-DEPTO = WS-COR-DEPTO (WS-IDX)
               AND WS-AUD-FECHA-PROCESO NOT < WS-COR-VIGOR (WS-IDX)
               AND WS-AUD-FECHA-PROCESO NOT > WS-COR-TOPE (WS-IDX)
               PERFORM 415-AJUSTAR-NUMERO THRU 415-FIN-AJUSTAR-NUMERO
           END-IF.

           ADD 1 TO WS-IDX.

       410-FIN-APLICAR-CORRECCION.
           EXIT.
      *---------------------------------------------*
       415-AJUSTAR-NUMERO.

      *    LA TARIFA VIGENTE DEL NUMERO ES LA DE SU ULTIMA
      *    RETARIFACION, O LA DEL REGISTRO DE AUDITORIA SI
      *    NUNCA SE RETARIFO. SOLO SE AJUSTA SI ES LA TARIFA
      *    ANTERIOR DE LA CORRECCION; SI YA ES LA NUEVA, LA
      *    CORRECCION SE REPITIO Y NO SE DUPLICA EL AJUSTE.
           MOVE WS-AUD-NUMERO TO RTH-NUMERO.
           READ HISTORIA-FILE
               INVALID KEY
                   MOVE "N" TO WS-HISTORIA-EXISTENTE
                   MOVE WS-AUD-IMPORTE TO WS-TARIFA-ACTUAL
               NOT INVALID KEY
                   MOVE "S" TO WS-HISTORIA-EXISTENTE
                   MOVE RTH-TARIFA TO WS-TARIFA-ACTUAL
           END-READ.

           EVALUATE TRUE
               WHEN WS-TARIFA-ACTUAL = WS-COR-ANTERIOR (WS-IDX)
                   PERFORM 420-GRABAR-AJUSTE
                       THRU 420-FIN-GRABAR-AJUSTE
               WHEN WS-TARIFA-ACTUAL = WS-COR-NUEVA (WS-IDX)
                   ADD 1 TO WS-COR-YA-AJUSTADOS (WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-COR-OTRA-TARIFA (WS-IDX)
           END-EVALUATE.

       415-FIN-AJUSTAR-NUMERO.
           EXIT.
      *---------------------------------------------*
       420-GRABAR-AJUSTE.

           COMPUTE WS-DIFERENCIA =
               WS-COR-NUEVA (WS-IDX) - WS-COR-ANTERIOR (WS-IDX).

           MOVE WS-AUD-CIA          TO REV-CIA.
           MOVE WS-AUD-JOBID        TO REV-JOBID.
           MOVE WS-TIMESTAMP-AJUSTE TO REV-TIMESTAMP.
           MOVE WS-AUD-NUMERO       TO REV-NUMERO.
           MOVE WS-DIFERENCIA       TO REV-IMPORTE.
           MOVE SPACES TO REV-MOTIVO.
           STRING "AJUSTE TARIFA VIGOR "
                  WS-COR-VIGOR (WS-IDX)
                  DELIMITED BY SIZE
                  INTO REV-MOTIVO.
           WRITE REV-REGISTRO.
           IF WS-AJUSTE-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL ESCRIBIR RETAREV - STATUS "
                 WS-AJUSTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0010" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR RETAREV" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-AUD-NUMERO         TO RTH-NUMERO.
           MOVE WS-AUD-CIA            TO RTH-CIA.
           MOVE WS-AUD-JOBID          TO RTH-JOBID.
           MOVE WS-COR-NUEVA (WS-IDX) TO RTH-TARIFA.
           MOVE WS-COR-VIGOR (WS-IDX) TO RTH-FECHA-VIGOR.
           MOVE WS-TIMESTAMP-AJUSTE   TO RTH-TIMESTAMP.
           IF WS-ES-HISTORIA-EXISTENTE
               REWRITE RTH-REGISTRO
           ELSE
               WRITE RTH-REGISTRO
           END-IF.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL ESCRIBIR RETAHIST - STATUS "
                 WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RTF0011" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR RETAHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-COR-AJUSTADOS (WS-IDX).
           ADD WS-COR-ANTERIOR (WS-IDX)
               TO WS-COR-IMP-ANTERIOR (WS-IDX).
           ADD WS-COR-NUEVA (WS-IDX) TO WS-COR-IMP-NUEVO (WS-IDX).

       420-FIN-GRABAR-AJUSTE.
           EXIT.
      *---------------------------------------------*
       600-IMPRIMIR-CONTROL.

           WRITE RPT-REGISTRO FROM WS-LINEA-TITULO.
           WRITE RPT-REGISTRO FROM ALL "-".

           MOVE 1 TO WS-IDX.
           PERFORM 605-IMPRIMIR-CORRECCION
               THRU 605-FIN-IMPRIMIR-CORRECCION
               UNTIL WS-IDX > WS-TOTAL-CORRECCIONES.

           WRITE RPT-REGISTRO FROM ALL "-".
           COMPUTE WS-NETO = WS-GRAN-NUEVO - WS-GRAN-ANTERIOR.
           MOVE WS-TOTAL-AJUSTADOS TO WS-GRT-AJUSTADOS.
           MOVE WS-GRAN-ANTERIOR   TO WS-GRT-IMP-ANTERIOR.
           MOVE WS-GRAN-NUEVO      TO WS-GRT-IMP-NUEVO.
           MOVE WS-NETO            TO WS-GRT-NETO.
           WRITE RPT-REGISTRO FROM WS-LINEA-GRAN-TOTAL.

       600-FIN-IMPRIMIR-CONTROL.
           EXIT.
      *---------------------------------------------*
       605-IMPRIMIR-CORRECCION.

           MOVE WS-COR-CIA (WS-IDX)   TO WS-DET-CIA.
           MOVE WS-COR-DEPTO (WS-IDX) TO WS-DET-DEPTO.
           MOVE WS-COR-VIGOR (WS-IDX) TO WS-DET-VIGOR.
           IF WS-COR-TOPE (WS-IDX) = 99999999
               MOVE "SIN TOPE" TO WS-DET-TOPE
           ELSE
               MOVE WS-COR-TOPE (WS-IDX) TO WS-DET-TOPE
           END-IF.
           MOVE WS-COR-ANTERIOR (WS-IDX)     TO WS-DET-ANTERIOR.
           MOVE WS-COR-NUEVA (WS-IDX)        TO WS-DET-NUEVA.
           MOVE WS-COR-AJUSTADOS (WS-IDX)    TO WS-DET-AJUSTADOS.
           MOVE WS-COR-YA-AJUSTADOS (WS-IDX) TO WS-DET-YA-AJUSTADOS.
           MOVE WS-COR-OTRA-TARIFA (WS-IDX)  TO WS-DET-OTRA-TARIFA.
           MOVE WS-COR-IMP-ANTERIOR (WS-IDX) TO WS-DET-IMP-ANTERIOR.
           MOVE WS-COR-IMP-NUEVO (WS-IDX)    TO WS-DET-IMP-NUEVO.
           COMPUTE WS-NETO = WS-COR-IMP-NUEVO (WS-IDX)
                           - WS-COR-IMP-ANTERIOR (WS-IDX).
           MOVE WS-NETO TO WS-DET-NETO.
           WRITE RPT-REGISTRO FROM WS-LINEA-DETALLE.

           ADD WS-COR-AJUSTADOS (WS-IDX)    TO WS-TOTAL-AJUSTADOS.
           ADD WS-COR-IMP-ANTERIOR (WS-IDX) TO WS-GRAN-ANTERIOR.
           ADD WS-COR-IMP-NUEVO (WS-IDX)    TO WS-GRAN-NUEVO.

           ADD 1 TO WS-IDX.

       605-FIN-IMPRIMIR-CORRECCION.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE RETTRAN-FILE.
           CLOSE RETARPT-FILE.

           DISPLAY "RETARIFA1: CORRECCIONES " WS-TOTAL-CORRECCIONES
               " RECHAZADAS " WS-TOTAL-RECHAZADAS
               " NUMEROS AJUSTADOS " WS-TOTAL-AJUSTADOS.

           IF WS-TOTAL-RECHAZADAS > ZERO
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "RTF0101" TO WS-EVE-CODIGO
               MOVE SPACES TO WS-EVE-TEXTO
               STRING "CORRECCIONES DE TARIFA RECHAZADAS: "
                      WS-TOTAL-RECHAZADAS
                      DELIMITED BY SIZE
                      INTO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF.

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
               MOVE "RETARIFA1" TO EVE-PROGRAMA
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

       end program Retarifa1.
