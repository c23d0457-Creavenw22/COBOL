       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Contable1 as "Ejemplo.Contable1".
      *---------------------------------------------*
      * ASIENTOS CONTABLES HACIA EL MAYOR GENERAL.  *
      * ARMA UN LOTE DE ASIENTOS BALANCEADOS (DEBE  *
      * Y HABER) POR COMPANIA, DEPARTAMENTO Y FECHA *
      * DE PROCESO: LAS EMISIONES SALEN DE          *
      * AUD-IMPORTE EN AUDITLOG (LOS NUMEROS DE LOS *
      * RANGOS QUE RANGOLOG REGISTRA CON LA FECHA   *
      * DE PROCESO DE FECPROC) Y LAS ANULACIONES    *
      * DEL HISTORICO ANULHIST: TODAS LAS PASADAS   *
      * DE Anula1 QUE AUN NO CONSTAN EN ASIENHIS,   *
      * CON SU DEPARTAMENTO. LAS CUENTAS DE CADA    *
      * COMPANIA Y DEPARTAMENTO SALEN DE LA TABLA   *
      * CTAMAP; LO QUE NO TIENE CUENTAS QUEDA       *
      * RETENIDO EN EL REPORTE DE SUSPENSO          *
      * (SUSPENSO) HASTA QUE SE CARGAN: LAS         *
      * EMISIONES SE GUARDAN EN EL ARCHIVO DE       *
      * PENDIENTES ASIENPEN, QUE CADA CORRIDA       *
      * VUELVE A TOMAR, Y SE ASIENTAN CON SU FECHA  *
      * DE PROCESO ORIGINAL; LAS ANULACIONES SE     *
      * VUELVEN A TOMAR DE ANULHIST. EL ARCHIVO     *
      * ASIENTOS LLEVA CABECERA DE LOTE Y COLA CON  *
      * LOS TOTALES DEL DEBE Y DEL HABER, QUE DEBEN *
      * COINCIDIR; SI NADA SE ASIENTA NO SE GENERA  *
      * LOTE Y ASIENTOS QUEDA COMO ESTABA. LO       *
      * CONTABILIZADO SE ANOTA EN ASIENHIS PARA QUE *
      * REPETIR LA CORRIDA NO DUPLIQUE ASIENTOS.    *
      * TERMINA CON RETURN-CODE 8 SI QUEDO ALGO EN  *
      * SUSPENSO.                                   *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT OPTIONAL ANULADO-FILE ASSIGN TO "ANULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADO-STATUS.

           SELECT CUENTA-FILE ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CLAVE
               FILE STATUS IS WS-CUENTA-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "ASIENHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "ASIENPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO "ASIENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.

           SELECT ASIENRPT-FILE ASSIGN TO "ASIENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENRPT-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSO-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.

           SELECT ORDEN-ANULACION ASSIGN TO "SORTWK1".
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  ANULADO-FILE.
           COPY ANULHIS.

       FD  CUENTA-FILE.
           COPY CTAREG.

       FD  HISTORIA-FILE.
           COPY ASIHIS.

       FD  PENDIENTE-FILE.
           COPY ASIPEN.

       FD  ASIENTO-FILE.
           COPY ASIREG.

       FD  ASIENRPT-FILE.
       01  RPT-REGISTRO                    PIC X(132).

       FD  SUSPENSO-FILE.
       01  SUS-REGISTRO                    PIC X(132).

       FD  EVENTO-FILE.
           COPY EVENTREG.

      *    CLAVE DE LA ANULACION Y SU ORIGEN: "A" SI YA
      *    CONSTA ASENTADA EN ASIENHIS, "H" SI ES UN RANGO
      *    DE ANULHIST. TRAS EL ORDEN LA "A" QUEDA DELANTE
      *    DE LOS RANGOS DE SU MISMA CLAVE.
       SD  ORDEN-ANULACION.
       01  SDA-REGISTRO.
           05 SDA-CLAVE.
               10 SDA-CIA                  PIC X(2).
               10 SDA-DEPTO                PIC X(4).
               10 SDA-TS-ANULACION         PIC X(14).
           05 SDA-ORIGEN                   PIC X.
               88 SDA-ES-ASENTADA          VALUE "A".
           05 SDA-CANTIDAD                 PIC 9(8).
           05 SDA-IMPORTE                  PIC 9(11)V99.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-FIN-AUDITORIA             PIC X VALUE "N".
               88 WS-NO-HAY-MAS-AUDITORIA  VALUE "S".
           05 WS-FIN-ANULADOS              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ANULADOS   VALUE "S".
           05 WS-FIN-HISTORIA              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-HISTORIA   VALUE "S".
           05 WS-FIN-PENDIENTES            PIC X VALUE "N".
               88 WS-NO-HAY-MAS-PENDIENTES VALUE "S".
           05 WS-FIN-ORDEN                 PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ORDEN      VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".
           05 WS-DEPTO-HALLADO             PIC X VALUE "N".
               88 WS-ES-DEPTO-HALLADO      VALUE "S".
           05 WS-CUENTA-HALLADA            PIC X VALUE "N".
               88 WS-ES-CUENTA-HALLADA     VALUE "S".
           05 WS-LOTE-ABIERTO              PIC X VALUE "N".
               88 WS-ES-LOTE-ABIERTO       VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-RANGOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-RANGOS                PIC 9(4) VALUE 2000.
           05 WS-RNG-IDX                   PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-DEPTOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-DEPTOS                PIC 9(4) VALUE 200.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-DEP-ACTUAL                PIC 9(4) VALUE ZERO.
           05 WS-ULTIMO-LOTE               PIC 9(6) VALUE ZERO.
           05 WS-LOTE                      PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-DETALLES            PIC 9(8) VALUE ZERO.
           05 WS-TOTAL-DEBE                PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-HABER               PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-SUSPENSO            PIC 9(4) VALUE ZERO.
           05 WS-IMPORTE-SUSPENSO          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOTAL-PENDIENTES          PIC 9(4) VALUE ZERO.

       01 WS-FECHA-PROCESO                 PIC X(8).
       01 WS-TIMESTAMP-LOTE                PIC X(14).
       01 WS-ULTIMA-ASENTADA               PIC X(20) VALUE SPACES.

      *---------------------------------------------*
      * RANGOS EMITIDOS EN LA FECHA DE PROCESO, CON *
      * LA ENTRADA DE DEPARTAMENTO QUE ACUMULA SUS  *
      * IMPORTES.                                   *
      *---------------------------------------------*
       01 WS-TABLA-RANGOS.
           05 WS-RANGO OCCURS 2000 TIMES.
               10 WS-RNG-CIA               PIC X(2).
               10 WS-RNG-JOBID             PIC X(8).
               10 WS-RNG-INICIO            PIC 9(9).
               10 WS-RNG-FIN               PIC 9(9).
               10 WS-RNG-DEP-IDX           PIC 9(4).

      *---------------------------------------------*
      * ACUMULADOS POR COMPANIA, DEPARTAMENTO Y     *
      * CLAVE DEL CONCEPTO: LA EMISION POR SU FECHA *
      * DE PROCESO (SELLO EN BLANCO) Y LA ANULACION *
      * POR EL SELLO DE SU PASADA (FECHA EN         *
      * BLANCO), ASI CADA ENTRADA LLEVA UN SOLO     *
      * CONCEPTO. EL ESTADO DICE SI SE ASIENTA EN   *
      * ESTE LOTE, SI YA SE ASENTO EN UNA CORRIDA   *
      * ANTERIOR O SI QUEDA EN SUSPENSO.            *
      *---------------------------------------------*
       01 WS-TABLA-DEPTOS.
           05 WS-DEPTO OCCURS 200 TIMES.
               10 WS-DEP-CIA               PIC X(2).
               10 WS-DEP-DEPTO             PIC X(4).
               10 WS-DEP-FECHA             PIC X(8).
               10 WS-DEP-TS-ANULACION      PIC X(14).
               10 WS-DEP-EMI-CANTIDAD      PIC 9(8).
               10 WS-DEP-EMI-IMPORTE       PIC 9(11)V99.
               10 WS-DEP-EMI-ESTADO        PIC X.
                   88 WS-DEP-EMI-PENDIENTE VALUE " ".
                   88 WS-DEP-EMI-ASENTADA  VALUE "A".
                   88 WS-DEP-EMI-ANTERIOR  VALUE "C".
                   88 WS-DEP-EMI-SUSPENSO  VALUE "S".
               10 WS-DEP-ANU-CANTIDAD      PIC 9(8).
               10 WS-DEP-ANU-IMPORTE       PIC 9(11)V99.
               10 WS-DEP-ANU-ESTADO        PIC X.
                   88 WS-DEP-ANU-PENDIENTE VALUE " ".
                   88 WS-DEP-ANU-ASENTADA  VALUE "A".
                   88 WS-DEP-ANU-ANTERIOR  VALUE "C".
                   88 WS-DEP-ANU-SUSPENSO  VALUE "S".

       01 WS-CLAVE-BUSCADA.
           05 WS-BUS-CIA                   PIC X(2).
           05 WS-BUS-DEPTO                 PIC X(4).
           05 WS-BUS-FECHA                 PIC X(8).
           05 WS-BUS-TS-ANULACION          PIC X(14).

      *---------------------------------------------*
      * CONCEPTO EN CURSO DE ASENTAR: LA EMISION    *
      * DEBITA DEUDORES Y ACREDITA INGRESOS; LA     *
      * ANULACION LO INVIERTE.                      *
      *---------------------------------------------*
       01 WS-CONCEPTO.
           05 WS-CON-NOMBRE                PIC X(9).
           05 WS-CON-FECHA                 PIC X(8).
           05 WS-CON-CANTIDAD              PIC 9(8).
           05 WS-CON-IMPORTE               PIC 9(11)V99.
           05 WS-CON-CUENTA-DEBE           PIC X(10).
           05 WS-CON-CUENTA-HABER          PIC X(10).
           05 WS-CON-ESTADO                PIC X.
           05 WS-CON-MOTIVO                PIC X(40).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(5)
               VALUE "DPTO ".
           05 FILLER                       PIC X(10)
               VALUE "CONCEPTO  ".
           05 FILLER                       PIC X(9)
               VALUE "FECHA    ".
           05 FILLER                       PIC X(9)
               VALUE "CANTIDAD ".
           05 FILLER                       PIC X(19)
               VALUE "          IMPORTE  ".
           05 FILLER                       PIC X(11)
               VALUE "DEBE       ".
           05 FILLER                       PIC X(11)
               VALUE "HABER      ".
           05 FILLER                       PIC X(40)
               VALUE "ESTADO".

       01 WS-LINEA-DETALLE.
           05 WS-DET-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CONCEPTO              PIC X(9).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-FECHA                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CANTIDAD              PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-IMPORTE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-CUENTA-DEBE           PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CUENTA-HABER          PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-ESTADO                PIC X(40).

       01 WS-LINEA-TOTAL-LOTE.
           05 FILLER                       PIC X(6)
               VALUE "LOTE: ".
           05 WS-TOT-LOTE                  PIC 9(6).
           05 FILLER                       PIC X(12)
               VALUE "  DETALLES: ".
           05 WS-TOT-DETALLES              PIC Z(7)9.
           05 FILLER                       PIC X(8)
               VALUE "  DEBE: ".
           05 WS-TOT-DEBE                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(9)
               VALUE "  HABER: ".
           05 WS-TOT-HABER                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TITULO-SUSPENSO.
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(5)
               VALUE "DPTO ".
           05 FILLER                       PIC X(10)
               VALUE "CONCEPTO  ".
           05 FILLER                       PIC X(9)
               VALUE "FECHA    ".
           05 FILLER                       PIC X(9)
               VALUE "CANTIDAD ".
           05 FILLER                       PIC X(19)
               VALUE "          IMPORTE  ".
           05 FILLER                       PIC X(40)
               VALUE "MOTIVO".

       01 WS-LINEA-SUSPENSO.
           05 WS-SUS-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-SUS-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SUS-CONCEPTO              PIC X(9).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SUS-FECHA                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SUS-CANTIDAD              PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SUS-IMPORTE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-SUS-MOTIVO                PIC X(40).

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
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-ANULADO-STATUS            PIC XX.
           05 WS-CUENTA-STATUS             PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-PENDIENTE-STATUS          PIC XX.
           05 WS-ASIENTO-STATUS            PIC XX.
           05 WS-ASIENRPT-STATUS           PIC XX.
           05 WS-SUSPENSO-STATUS           PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 200-CARGAR-RANGOS THRU 200-FIN-CARGAR-RANGOS.
           PERFORM 300-ACUMULAR-EMISIONES
               THRU 300-FIN-ACUMULAR-EMISIONES.
           PERFORM 400-ACUMULAR-ANULACIONES
               THRU 400-FIN-ACUMULAR-ANULACIONES.
           PERFORM 450-CARGAR-PENDIENTES
               THRU 450-FIN-CARGAR-PENDIENTES.
           PERFORM 500-CONSULTAR-HISTORICO
               THRU 500-FIN-CONSULTAR-HISTORICO.
           PERFORM 600-GENERAR-LOTE THRU 600-FIN-GENERAR-LOTE.
           PERFORM 700-ANOTAR-HISTORICO THRU 700-FIN-ANOTAR-HISTORICO.
           PERFORM 750-GRABAR-PENDIENTES
               THRU 750-FIN-GRABAR-PENDIENTES.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           PERFORM 103-LEER-FECHA-PROCESO
               THRU 103-FIN-LEER-FECHA-PROCESO.

           OPEN OUTPUT ASIENRPT-FILE.
           IF WS-ASIENRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENRPT"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENRPT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSO-FILE.
           IF WS-SUSPENSO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SUSPENSO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0003" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR SUSPENSO" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP-LOTE.

           WRITE RPT-REGISTRO FROM
               "*******ASIENTOS CONTABLES AL MAYOR GENERAL*******".
           MOVE SPACES TO RPT-REGISTRO.
           STRING "FECHA DE PROCESO: " WS-FECHA-PROCESO
                  "  FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.
           WRITE RPT-REGISTRO FROM ALL "-".

           WRITE SUS-REGISTRO FROM
               "*******ASIENTOS RETENIDOS EN SUSPENSO*******".
           MOVE SPACES TO SUS-REGISTRO.
           STRING "FECHA DE PROCESO: " WS-FECHA-PROCESO
                  "  FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO SUS-REGISTRO.
           WRITE SUS-REGISTRO.
           WRITE SUS-REGISTRO FROM ALL "-".

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       103-LEER-FECHA-PROCESO.

      *    LOS ASIENTOS SE FECHAN CON LA FECHA DE NEGOCIO DE
      *    LA NOCHE (FECPROC), LA MISMA QUE Program1 DEJA EN
      *    RGO-FECHA, Y NO CON LA DEL RELOJ.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               CLOSE FECPROC-FILE
           END-IF.

           IF WS-FECPROC-STATUS NOT = "00"
               DISPLAY "ERROR: FECPROC NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0001" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO (FECPROC) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-PROCESO.

       103-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       200-CARGAR-RANGOS.

      *    SOLO INTERESAN LOS RANGOS EMITIDOS EN LA FECHA DE
      *    PROCESO; EL LIBRO SE LEE EN ORDEN DE CLAVE, DE
      *    MODO QUE LOS DEPARTAMENTOS QUEDAN ORDENADOS POR
      *    COMPANIA Y DEPARTAMENTO.
           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 205-LEER-RANGO THRU 205-FIN-LEER-RANGO.
           PERFORM 210-TOMAR-RANGO THRU 210-FIN-TOMAR-RANGO
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
       210-TOMAR-RANGO.

           IF RGO-FECHA = WS-FECHA-PROCESO
               IF WS-TOTAL-RANGOS NOT < WS-MAX-RANGOS
                   DISPLAY
                     "ERROR: TABLA DE RANGOS LLENA ("
                     WS-MAX-RANGOS ") - PROCESO DETENIDO"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "CTB0005" TO WS-EVE-CODIGO
                   MOVE "TABLA DE RANGOS LLENA" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RGO-CIA   TO WS-BUS-CIA
               MOVE RGO-DEPTO TO WS-BUS-DEPTO
               MOVE RGO-FECHA TO WS-BUS-FECHA
               MOVE SPACES    TO WS-BUS-TS-ANULACION
               PERFORM 800-UBICAR-DEPTO THRU 800-FIN-UBICAR-DEPTO
               ADD 1 TO WS-TOTAL-RANGOS
               MOVE RGO-CIA    TO WS-RNG-CIA (WS-TOTAL-RANGOS)
               MOVE RGO-JOBID  TO WS-RNG-JOBID (WS-TOTAL-RANGOS)
               MOVE RGO-INICIO TO WS-RNG-INICIO (WS-TOTAL-RANGOS)
               MOVE RGO-FIN    TO WS-RNG-FIN (WS-TOTAL-RANGOS)
               MOVE WS-DEP-ACTUAL
                   TO WS-RNG-DEP-IDX (WS-TOTAL-RANGOS)
           END-IF.

           PERFORM 205-LEER-RANGO THRU 205-FIN-LEER-RANGO.

       210-FIN-TOMAR-RANGO.
           EXIT.
      *---------------------------------------------*
       300-ACUMULAR-EMISIONES.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDITLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 305-LEER-AUDITORIA THRU 305-FIN-LEER-AUDITORIA.
           PERFORM 310-TOMAR-EMISION THRU 310-FIN-TOMAR-EMISION
               UNTIL WS-NO-HAY-MAS-AUDITORIA.

           CLOSE AUDITORIA-FILE.

       300-FIN-ACUMULAR-EMISIONES.
           EXIT.
      *---------------------------------------------*
       305-LEER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE "S" TO WS-FIN-AUDITORIA
           END-READ.

       305-FIN-LEER-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       310-TOMAR-EMISION.

      *    AUDITLOG GUARDA VARIAS NOCHES HASTA QUE Archiva1
      *    LAS PASA A AUDARCH: SOLO CUENTAN LOS NUMEROS DE
      *    LOS RANGOS EMITIDOS EN LA FECHA DE PROCESO.
           MOVE "N" TO WS-RANGO-HALLADO.
           MOVE 1 TO WS-RNG-IDX.
           PERFORM 315-BUSCAR-RANGO THRU 315-FIN-BUSCAR-RANGO
               UNTIL WS-RNG-IDX > WS-TOTAL-RANGOS
                  OR WS-ES-RANGO-HALLADO.

           IF WS-ES-RANGO-HALLADO
               MOVE WS-RNG-DEP-IDX (WS-RNG-IDX) TO WS-DEP-ACTUAL
               ADD 1 TO WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
               ADD AUD-IMPORTE TO WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
           END-IF.

           PERFORM 305-LEER-AUDITORIA THRU 305-FIN-LEER-AUDITORIA.

       310-FIN-TOMAR-EMISION.
           EXIT.
      *---------------------------------------------*
       315-BUSCAR-RANGO.

           IF AUD-CIA = WS-RNG-CIA (WS-RNG-IDX)
               AND AUD-JOBID = WS-RNG-JOBID (WS-RNG-IDX)
               AND AUD-NUMERO NOT < WS-RNG-INICIO (WS-RNG-IDX)
               AND AUD-NUMERO NOT > WS-RNG-FIN (WS-RNG-IDX)
               MOVE "S" TO WS-RANGO-HALLADO
           ELSE
               ADD 1 TO WS-RNG-IDX
           END-IF.

       315-FIN-BUSCAR-RANGO.
           EXIT.
      *---------------------------------------------*
       400-ACUMULAR-ANULACIONES.

      *    ANULREV SOLO TRAE LA ULTIMA PASADA DE Anula1 Y SE
      *    REESCRIBE EN CADA UNA; LAS ANULACIONES SE TOMAN DEL
      *    HISTORICO ANULHIST, QUE LAS GUARDA TODAS CON SU
      *    DEPARTAMENTO. ORDENADAS JUNTO CON LAS QUE ASIENHIS
      *    YA DA POR ASENTADAS QUEDA SOLO LO QUE FALTA
      *    CONTABILIZAR, SEA CUAL SEA EL ORDEN EN QUE
      *    CORRIERON Anula1 Y ESTE PROGRAMA.
           SORT ORDEN-ANULACION
               ON ASCENDING KEY SDA-CIA SDA-DEPTO SDA-TS-ANULACION
                                SDA-ORIGEN
               INPUT PROCEDURE 410-CLASIFICAR-ANULACIONES
                   THRU 410-FIN-CLASIFICAR-ANULACIONES
               OUTPUT PROCEDURE 430-TOMAR-ANULACIONES
                   THRU 430-FIN-TOMAR-ANULACIONES.

           IF SORT-RETURN NOT = ZERO
               DISPLAY "ERROR: FALLO EN EL ORDEN DE ANULACIONES"
                   " - SORT-RETURN " SORT-RETURN
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0008" TO WS-EVE-CODIGO
               MOVE "FALLO EN EL ORDEN DE ANULACIONES"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       400-FIN-ACUMULAR-ANULACIONES.
           EXIT.
      *---------------------------------------------*
       410-CLASIFICAR-ANULACIONES.

           OPEN INPUT ANULADO-FILE.
           IF WS-ANULADO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULHIST - STATUS "
                   WS-ANULADO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0009" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ANULHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 412-LEER-ANULADO THRU 412-FIN-LEER-ANULADO.
           PERFORM 415-LIBERAR-ANULADO THRU 415-FIN-LIBERAR-ANULADO
               UNTIL WS-NO-HAY-MAS-ANULADOS.

           CLOSE ANULADO-FILE.

           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENHIS - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0011" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENHIS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 505-LEER-HISTORIA THRU 505-FIN-LEER-HISTORIA.
           PERFORM 420-LIBERAR-ASENTADA THRU 420-FIN-LIBERAR-ASENTADA
               UNTIL WS-NO-HAY-MAS-HISTORIA.

           CLOSE HISTORIA-FILE.
           MOVE "N" TO WS-FIN-HISTORIA.

       410-FIN-CLASIFICAR-ANULACIONES.
           EXIT.
      *---------------------------------------------*
       412-LEER-ANULADO.

           READ ANULADO-FILE
               AT END MOVE "S" TO WS-FIN-ANULADOS
           END-READ.

       412-FIN-LEER-ANULADO.
           EXIT.
      *---------------------------------------------*
       415-LIBERAR-ANULADO.

      *    UN RANGO SIN NUMEROS AUDITADOS NO REVIRTIO NADA.
           IF AHI-CANTIDAD > ZERO
               MOVE AHI-CIA       TO SDA-CIA
               MOVE AHI-DEPTO     TO SDA-DEPTO
               MOVE AHI-TIMESTAMP TO SDA-TS-ANULACION
               MOVE "H"           TO SDA-ORIGEN
               MOVE AHI-CANTIDAD  TO SDA-CANTIDAD
               MOVE AHI-IMPORTE   TO SDA-IMPORTE
               RELEASE SDA-REGISTRO
           END-IF.

           PERFORM 412-LEER-ANULADO THRU 412-FIN-LEER-ANULADO.

       415-FIN-LIBERAR-ANULADO.
           EXIT.
      *---------------------------------------------*
       420-LIBERAR-ASENTADA.

           IF ASH-CONCEPTO = "ANULACION"
               MOVE ASH-CIA          TO SDA-CIA
               MOVE ASH-DEPTO        TO SDA-DEPTO
               MOVE ASH-TS-ANULACION TO SDA-TS-ANULACION
               MOVE "A"              TO SDA-ORIGEN
               MOVE ZERO             TO SDA-CANTIDAD
                                        SDA-IMPORTE
               RELEASE SDA-REGISTRO
           END-IF.

           PERFORM 505-LEER-HISTORIA THRU 505-FIN-LEER-HISTORIA.

       420-FIN-LIBERAR-ASENTADA.
           EXIT.
      *---------------------------------------------*
       430-TOMAR-ANULACIONES.

           MOVE "N" TO WS-FIN-ORDEN.
           MOVE SPACES TO WS-ULTIMA-ASENTADA.
           PERFORM 435-RETORNAR-ANULACION
               THRU 435-FIN-RETORNAR-ANULACION.
           PERFORM 440-ACUMULAR-ANULACION
               THRU 440-FIN-ACUMULAR-ANULACION
               UNTIL WS-NO-HAY-MAS-ORDEN.

       430-FIN-TOMAR-ANULACIONES.
           EXIT.
      *---------------------------------------------*
       435-RETORNAR-ANULACION.

           RETURN ORDEN-ANULACION
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

       435-FIN-RETORNAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       440-ACUMULAR-ANULACION.

      *    LOS RANGOS DE UNA CLAVE YA ASENTADA SE DESCARTAN;
      *    LOS DEMAS SE SUMAN POR COMPANIA, DEPARTAMENTO Y
      *    SELLO DE LA PASADA.
           IF SDA-ES-ASENTADA
               MOVE SDA-CLAVE TO WS-ULTIMA-ASENTADA
           ELSE
               IF SDA-CLAVE NOT = WS-ULTIMA-ASENTADA
                   MOVE SDA-CIA          TO WS-BUS-CIA
                   MOVE SDA-DEPTO        TO WS-BUS-DEPTO
                   MOVE SPACES           TO WS-BUS-FECHA
                   MOVE SDA-TS-ANULACION TO WS-BUS-TS-ANULACION
                   PERFORM 800-UBICAR-DEPTO THRU 800-FIN-UBICAR-DEPTO
                   ADD SDA-CANTIDAD
                       TO WS-DEP-ANU-CANTIDAD (WS-DEP-ACTUAL)
                   ADD SDA-IMPORTE
                       TO WS-DEP-ANU-IMPORTE (WS-DEP-ACTUAL)
               END-IF
           END-IF.

           PERFORM 435-RETORNAR-ANULACION
               THRU 435-FIN-RETORNAR-ANULACION.

       440-FIN-ACUMULAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       450-CARGAR-PENDIENTES.

      *    LAS EMISIONES RETENIDAS EN CORRIDAS ANTERIORES SE
      *    SUMAN A LAS DE ESTA. LAS DE LA FECHA DE PROCESO YA
      *    SALIERON DE RANGOLOG Y NO SE TOMAN DOS VECES.
           OPEN INPUT PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENPEN - STATUS "
                   WS-PENDIENTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0017" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENPEN" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 455-LEER-PENDIENTE THRU 455-FIN-LEER-PENDIENTE.
           PERFORM 460-TOMAR-PENDIENTE THRU 460-FIN-TOMAR-PENDIENTE
               UNTIL WS-NO-HAY-MAS-PENDIENTES.

           CLOSE PENDIENTE-FILE.

       450-FIN-CARGAR-PENDIENTES.
           EXIT.
      *---------------------------------------------*
       455-LEER-PENDIENTE.

           READ PENDIENTE-FILE
               AT END MOVE "S" TO WS-FIN-PENDIENTES
           END-READ.

       455-FIN-LEER-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       460-TOMAR-PENDIENTE.

           MOVE ASP-CIA   TO WS-BUS-CIA.
           MOVE ASP-DEPTO TO WS-BUS-DEPTO.

           IF ASP-FECHA NOT = WS-FECHA-PROCESO
               MOVE ASP-FECHA TO WS-BUS-FECHA
               MOVE SPACES    TO WS-BUS-TS-ANULACION
               PERFORM 800-UBICAR-DEPTO THRU 800-FIN-UBICAR-DEPTO
               ADD ASP-CANTIDAD
                   TO WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
               ADD ASP-IMPORTE
                   TO WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
               ADD 1 TO WS-TOTAL-PENDIENTES
           END-IF.

           PERFORM 455-LEER-PENDIENTE THRU 455-FIN-LEER-PENDIENTE.

       460-FIN-TOMAR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       500-CONSULTAR-HISTORICO.

      *    UNA PASADA POR ASIENHIS: DA EL ULTIMO NUMERO DE
      *    LOTE Y MARCA LAS EMISIONES YA CONTABILIZADAS POR
      *    SU FECHA DE PROCESO, TANTO LAS DE ESTA CORRIDA
      *    COMO LAS PENDIENTES. LAS ANULACIONES ASENTADAS YA
      *    QUEDARON FUERA AL TOMARLAS DE ANULHIST.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENHIS - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0011" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENHIS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 505-LEER-HISTORIA THRU 505-FIN-LEER-HISTORIA.
           PERFORM 510-MARCAR-ASENTADO THRU 510-FIN-MARCAR-ASENTADO
               UNTIL WS-NO-HAY-MAS-HISTORIA.

           CLOSE HISTORIA-FILE.

           COMPUTE WS-LOTE = WS-ULTIMO-LOTE + 1.

       500-FIN-CONSULTAR-HISTORICO.
           EXIT.
      *---------------------------------------------*
       505-LEER-HISTORIA.

           READ HISTORIA-FILE
               AT END MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       505-FIN-LEER-HISTORIA.
           EXIT.
      *---------------------------------------------*
       510-MARCAR-ASENTADO.

           IF ASH-LOTE > WS-ULTIMO-LOTE
               MOVE ASH-LOTE TO WS-ULTIMO-LOTE
           END-IF.

           MOVE "N" TO WS-DEPTO-HALLADO.
           MOVE 1 TO WS-IDX.
           PERFORM 515-BUSCAR-ASENTADO THRU 515-FIN-BUSCAR-ASENTADO
               UNTIL WS-IDX > WS-TOTAL-DEPTOS
                  OR WS-ES-DEPTO-HALLADO.

           IF WS-ES-DEPTO-HALLADO
               MOVE "C" TO WS-DEP-EMI-ESTADO (WS-IDX)
           END-IF.

           PERFORM 505-LEER-HISTORIA THRU 505-FIN-LEER-HISTORIA.

       510-FIN-MARCAR-ASENTADO.
           EXIT.
      *---------------------------------------------*
       515-BUSCAR-ASENTADO.

           IF ASH-CONCEPTO = "EMISION"
               AND ASH-CIA = WS-DEP-CIA (WS-IDX)
               AND ASH-DEPTO = WS-DEP-DEPTO (WS-IDX)
               AND ASH-FECHA = WS-DEP-FECHA (WS-IDX)
               AND WS-DEP-TS-ANULACION (WS-IDX) = SPACES
               MOVE "S" TO WS-DEPTO-HALLADO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       515-FIN-BUSCAR-ASENTADO.
           EXIT.
      *---------------------------------------------*
       600-GENERAR-LOTE.

           OPEN INPUT CUENTA-FILE.
           IF WS-CUENTA-STATUS NOT = "00"
               DISPLAY "ERROR: CTAMAP NO DISPONIBLE - STATUS "
                   WS-CUENTA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0012" TO WS-EVE-CODIGO
               MOVE "TABLA DE CUENTAS (CTAMAP) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE RPT-REGISTRO FROM WS-LINEA-TITULO.
           WRITE RPT-REGISTRO FROM ALL "-".
           WRITE SUS-REGISTRO FROM WS-LINEA-TITULO-SUSPENSO.
           WRITE SUS-REGISTRO FROM ALL "-".

           MOVE 1 TO WS-DEP-ACTUAL.
           PERFORM 610-ASENTAR-DEPTO THRU 610-FIN-ASENTAR-DEPTO
               UNTIL WS-DEP-ACTUAL > WS-TOTAL-DEPTOS.

           CLOSE CUENTA-FILE.

      *    EL LOTE SOLO EXISTE SI SE ASENTO ALGO: UNA CORRIDA
      *    SIN ASIENTOS NO TOCA ASIENTOS, ASI NO PISA UN LOTE
      *    AUN NO RETIRADO NI GASTA UN NUMERO QUE ASIENHIS NO
      *    REGISTRA Y LA CORRIDA SIGUIENTE VOLVERIA A USAR.
           IF WS-ES-LOTE-ABIERTO
               PERFORM 650-CERRAR-LOTE THRU 650-FIN-CERRAR-LOTE
           ELSE
               MOVE ZERO TO WS-LOTE
               WRITE RPT-REGISTRO FROM ALL "-"
               WRITE RPT-REGISTRO FROM
                   "SIN ASIENTOS - NO SE GENERA LOTE"
           END-IF.

       600-FIN-GENERAR-LOTE.
           EXIT.
      *---------------------------------------------*
       605-ABRIR-LOTE.

           OPEN OUTPUT ASIENTO-FILE.
           IF WS-ASIENTO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENTOS"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0013" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENTOS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "S" TO WS-LOTE-ABIERTO.

           MOVE SPACES TO ASI-CABECERA.
           MOVE "H" TO ASI-CAB-TIPO.
           MOVE WS-LOTE TO ASI-CAB-LOTE.
           MOVE WS-FECHA-PROCESO TO ASI-CAB-FECHA.
           MOVE WS-TIMESTAMP-LOTE TO ASI-CAB-TIMESTAMP.
           WRITE ASI-CABECERA.
           PERFORM 690-VERIFICAR-ESCRITURA
               THRU 690-FIN-VERIFICAR-ESCRITURA.

       605-FIN-ABRIR-LOTE.
           EXIT.
      *---------------------------------------------*
       610-ASENTAR-DEPTO.

           MOVE WS-DEP-CIA (WS-DEP-ACTUAL) TO CTA-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO CTA-DEPTO.
           READ CUENTA-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUENTA-HALLADA
               NOT INVALID KEY
                   MOVE "S" TO WS-CUENTA-HALLADA
           END-READ.

           IF WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL) > ZERO
               MOVE "EMISION"  TO WS-CON-NOMBRE
               MOVE WS-DEP-FECHA (WS-DEP-ACTUAL) TO WS-CON-FECHA
               MOVE WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
                   TO WS-CON-CANTIDAD
               MOVE WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
                   TO WS-CON-IMPORTE
               MOVE WS-DEP-EMI-ESTADO (WS-DEP-ACTUAL)
                   TO WS-CON-ESTADO
               MOVE CTA-CUENTA-DEUDORES TO WS-CON-CUENTA-DEBE
               MOVE CTA-CUENTA-INGRESOS TO WS-CON-CUENTA-HABER
               PERFORM 620-ASENTAR-CONCEPTO
                   THRU 620-FIN-ASENTAR-CONCEPTO
               MOVE WS-CON-ESTADO
                   TO WS-DEP-EMI-ESTADO (WS-DEP-ACTUAL)
           END-IF.

           IF WS-DEP-ANU-CANTIDAD (WS-DEP-ACTUAL) > ZERO
               MOVE "ANULACION" TO WS-CON-NOMBRE
               MOVE WS-DEP-TS-ANULACION (WS-DEP-ACTUAL) (1:8)
                   TO WS-CON-FECHA
               MOVE WS-DEP-ANU-CANTIDAD (WS-DEP-ACTUAL)
                   TO WS-CON-CANTIDAD
               MOVE WS-DEP-ANU-IMPORTE (WS-DEP-ACTUAL)
                   TO WS-CON-IMPORTE
               MOVE WS-DEP-ANU-ESTADO (WS-DEP-ACTUAL)
                   TO WS-CON-ESTADO
               MOVE CTA-CUENTA-INGRESOS TO WS-CON-CUENTA-DEBE
               MOVE CTA-CUENTA-DEUDORES TO WS-CON-CUENTA-HABER
               PERFORM 620-ASENTAR-CONCEPTO
                   THRU 620-FIN-ASENTAR-CONCEPTO
               MOVE WS-CON-ESTADO
                   TO WS-DEP-ANU-ESTADO (WS-DEP-ACTUAL)
           END-IF.

           ADD 1 TO WS-DEP-ACTUAL.

       610-FIN-ASENTAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       620-ASENTAR-CONCEPTO.

           MOVE WS-DEP-CIA (WS-DEP-ACTUAL)   TO WS-DET-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO WS-DET-DEPTO.
           MOVE WS-CON-NOMBRE   TO WS-DET-CONCEPTO.
           MOVE WS-CON-FECHA    TO WS-DET-FECHA.
           MOVE WS-CON-CANTIDAD TO WS-DET-CANTIDAD.
           MOVE WS-CON-IMPORTE  TO WS-DET-IMPORTE.
           MOVE SPACES TO WS-DET-CUENTA-DEBE
                          WS-DET-CUENTA-HABER.

           EVALUATE TRUE
               WHEN WS-CON-ESTADO = "C"
                   MOVE "YA CONTABILIZADO EN UN LOTE ANTERIOR"
                       TO WS-DET-ESTADO
               WHEN WS-ES-CUENTA-HALLADA
                   PERFORM 630-GRABAR-DETALLES
                       THRU 630-FIN-GRABAR-DETALLES
                   MOVE "A" TO WS-CON-ESTADO
                   MOVE WS-CON-CUENTA-DEBE  TO WS-DET-CUENTA-DEBE
                   MOVE WS-CON-CUENTA-HABER TO WS-DET-CUENTA-HABER
                   MOVE "ASENTADO" TO WS-DET-ESTADO
               WHEN OTHER
                   MOVE "SIN CUENTAS EN CTAMAP" TO WS-CON-MOTIVO
                   PERFORM 640-RETENER-SUSPENSO
                       THRU 640-FIN-RETENER-SUSPENSO
                   MOVE "S" TO WS-CON-ESTADO
                   MOVE "EN SUSPENSO" TO WS-DET-ESTADO
           END-EVALUATE.

           WRITE RPT-REGISTRO FROM WS-LINEA-DETALLE.

       620-FIN-ASENTAR-CONCEPTO.
           EXIT.
      *---------------------------------------------*
       630-GRABAR-DETALLES.

           IF NOT WS-ES-LOTE-ABIERTO
               PERFORM 605-ABRIR-LOTE THRU 605-FIN-ABRIR-LOTE
           END-IF.

           MOVE SPACES TO ASI-DETALLE.
           MOVE "D" TO ASI-DET-TIPO.
           MOVE WS-DEP-CIA (WS-DEP-ACTUAL)   TO ASI-DET-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO ASI-DET-DEPTO.
      *    LA EMISION SE ASIENTA CON SU PROPIA FECHA DE
      *    PROCESO, AUNQUE HAYA ESTADO RETENIDA; LA ANULACION
      *    CON LA DE ESTA CORRIDA.
           IF WS-CON-NOMBRE = "EMISION"
               MOVE WS-DEP-FECHA (WS-DEP-ACTUAL) TO ASI-DET-FECHA
           ELSE
               MOVE WS-FECHA-PROCESO TO ASI-DET-FECHA
           END-IF.
           MOVE WS-CON-NOMBRE    TO ASI-DET-CONCEPTO.
           MOVE WS-CON-CANTIDAD  TO ASI-DET-CANTIDAD.
           MOVE WS-CON-IMPORTE   TO ASI-DET-IMPORTE.

           MOVE WS-CON-CUENTA-DEBE TO ASI-DET-CUENTA.
           MOVE "D" TO ASI-DET-LADO.
           WRITE ASI-DETALLE.
           PERFORM 690-VERIFICAR-ESCRITURA
               THRU 690-FIN-VERIFICAR-ESCRITURA.
           ADD 1 TO WS-TOTAL-DETALLES.
           ADD WS-CON-IMPORTE TO WS-TOTAL-DEBE.

           MOVE WS-CON-CUENTA-HABER TO ASI-DET-CUENTA.
           MOVE "H" TO ASI-DET-LADO.
           WRITE ASI-DETALLE.
           PERFORM 690-VERIFICAR-ESCRITURA
               THRU 690-FIN-VERIFICAR-ESCRITURA.
           ADD 1 TO WS-TOTAL-DETALLES.
           ADD WS-CON-IMPORTE TO WS-TOTAL-HABER.

       630-FIN-GRABAR-DETALLES.
           EXIT.
      *---------------------------------------------*
       640-RETENER-SUSPENSO.

           MOVE WS-DEP-CIA (WS-DEP-ACTUAL)   TO WS-SUS-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO WS-SUS-DEPTO.
           MOVE WS-CON-NOMBRE   TO WS-SUS-CONCEPTO.
           MOVE WS-CON-FECHA    TO WS-SUS-FECHA.
           MOVE WS-CON-CANTIDAD TO WS-SUS-CANTIDAD.
           MOVE WS-CON-IMPORTE  TO WS-SUS-IMPORTE.
           MOVE WS-CON-MOTIVO   TO WS-SUS-MOTIVO.
           WRITE SUS-REGISTRO FROM WS-LINEA-SUSPENSO.

           ADD 1 TO WS-TOTAL-SUSPENSO.
           ADD WS-CON-IMPORTE TO WS-IMPORTE-SUSPENSO.

       640-FIN-RETENER-SUSPENSO.
           EXIT.
      *---------------------------------------------*
       650-CERRAR-LOTE.

           MOVE SPACES TO ASI-COLA.
           MOVE "T" TO ASI-COL-TIPO.
           MOVE WS-TOTAL-DETALLES TO ASI-COL-CANTIDAD.
           MOVE WS-TOTAL-DEBE TO ASI-COL-DEBE.
           MOVE WS-TOTAL-HABER TO ASI-COL-HABER.
           WRITE ASI-COLA.
           PERFORM 690-VERIFICAR-ESCRITURA
               THRU 690-FIN-VERIFICAR-ESCRITURA.

           CLOSE ASIENTO-FILE.

           WRITE RPT-REGISTRO FROM ALL "-".
           MOVE WS-LOTE TO WS-TOT-LOTE.
           MOVE WS-TOTAL-DETALLES TO WS-TOT-DETALLES.
           MOVE WS-TOTAL-DEBE TO WS-TOT-DEBE.
           MOVE WS-TOTAL-HABER TO WS-TOT-HABER.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL-LOTE.

      *    EL DEBE Y EL HABER DEL LOTE DEBEN COINCIDIR; SI NO,
      *    EL LOTE NO SE ANOTA EN ASIENHIS Y NO DEBE ENVIARSE.
           IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               WRITE RPT-REGISTRO FROM
                   "*** LOTE DESCUADRADO - NO ENVIAR AL MAYOR ***"
               CLOSE ASIENRPT-FILE
               CLOSE SUSPENSO-FILE
               DISPLAY "ERROR: LOTE " WS-LOTE
                   " DESCUADRADO - DEBE Y HABER NO COINCIDEN"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0015" TO WS-EVE-CODIGO
               MOVE "LOTE DESCUADRADO - DEBE Y HABER NO COINCIDEN"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE RPT-REGISTRO FROM "LOTE CUADRADO".

       650-FIN-CERRAR-LOTE.
           EXIT.
      *---------------------------------------------*
       690-VERIFICAR-ESCRITURA.

           IF WS-ASIENTO-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR ASIENTOS - STATUS "
                   WS-ASIENTO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0014" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR ASIENTOS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       690-FIN-VERIFICAR-ESCRITURA.
           EXIT.
      *---------------------------------------------*
       700-ANOTAR-HISTORICO.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO EXTENDER ASIENHIS - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0016" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO EXTENDER ASIENHIS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-DEP-ACTUAL.
           PERFORM 710-ANOTAR-DEPTO THRU 710-FIN-ANOTAR-DEPTO
               UNTIL WS-DEP-ACTUAL > WS-TOTAL-DEPTOS.

           CLOSE HISTORIA-FILE.

       700-FIN-ANOTAR-HISTORICO.
           EXIT.
      *---------------------------------------------*
       710-ANOTAR-DEPTO.

           MOVE WS-DEP-CIA (WS-DEP-ACTUAL)   TO ASH-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO ASH-DEPTO.
           MOVE WS-LOTE TO ASH-LOTE.
           MOVE WS-TIMESTAMP-LOTE TO ASH-TIMESTAMP.

           IF WS-DEP-EMI-ASENTADA (WS-DEP-ACTUAL)
               MOVE "EMISION" TO ASH-CONCEPTO
               MOVE WS-DEP-FECHA (WS-DEP-ACTUAL) TO ASH-FECHA
               MOVE SPACES TO ASH-TS-ANULACION
               MOVE WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
                   TO ASH-CANTIDAD
               MOVE WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
                   TO ASH-IMPORTE
               PERFORM 715-GRABAR-HISTORIA
                   THRU 715-FIN-GRABAR-HISTORIA
           END-IF.

           IF WS-DEP-ANU-ASENTADA (WS-DEP-ACTUAL)
               MOVE "ANULACION" TO ASH-CONCEPTO
               MOVE WS-FECHA-PROCESO TO ASH-FECHA
               MOVE WS-DEP-TS-ANULACION (WS-DEP-ACTUAL)
                   TO ASH-TS-ANULACION
               MOVE WS-DEP-ANU-CANTIDAD (WS-DEP-ACTUAL)
                   TO ASH-CANTIDAD
               MOVE WS-DEP-ANU-IMPORTE (WS-DEP-ACTUAL)
                   TO ASH-IMPORTE
               PERFORM 715-GRABAR-HISTORIA
                   THRU 715-FIN-GRABAR-HISTORIA
           END-IF.

           ADD 1 TO WS-DEP-ACTUAL.

       710-FIN-ANOTAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       715-GRABAR-HISTORIA.

           WRITE ASH-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR ASIENHIS - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0016" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR ASIENHIS" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       715-FIN-GRABAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       750-GRABAR-PENDIENTES.

      *    ASIENPEN SE REESCRIBE DESPUES DE ANOTAR ASIENHIS:
      *    SI LA CORRIDA SE CORTA ANTES, LO YA ANOTADO SE
      *    MARCA COMO CONTABILIZADO AL RELANZAR Y NO SE
      *    DUPLICA. SOLO GUARDA EMISIONES: LAS ANULACIONES
      *    RETENIDAS SIGUEN EN ANULHIST SIN ASENTAR.
           OPEN OUTPUT PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ASIENPEN - STATUS "
                   WS-PENDIENTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0017" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ASIENPEN" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-DEP-ACTUAL.
           PERFORM 760-GRABAR-PENDIENTE THRU 760-FIN-GRABAR-PENDIENTE
               UNTIL WS-DEP-ACTUAL > WS-TOTAL-DEPTOS.

           CLOSE PENDIENTE-FILE.

       750-FIN-GRABAR-PENDIENTES.
           EXIT.
      *---------------------------------------------*
       760-GRABAR-PENDIENTE.

           MOVE WS-DEP-CIA (WS-DEP-ACTUAL)   TO ASP-CIA.
           MOVE WS-DEP-DEPTO (WS-DEP-ACTUAL) TO ASP-DEPTO.
           MOVE WS-DEP-FECHA (WS-DEP-ACTUAL) TO ASP-FECHA.

           IF WS-DEP-EMI-SUSPENSO (WS-DEP-ACTUAL)
               MOVE WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
                   TO ASP-CANTIDAD
               MOVE WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
                   TO ASP-IMPORTE
               PERFORM 765-ESCRIBIR-PENDIENTE
                   THRU 765-FIN-ESCRIBIR-PENDIENTE
           END-IF.

           ADD 1 TO WS-DEP-ACTUAL.

       760-FIN-GRABAR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       765-ESCRIBIR-PENDIENTE.

           WRITE ASP-REGISTRO.
           IF WS-PENDIENTE-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR ASIENPEN - STATUS "
                   WS-PENDIENTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CTB0018" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR ASIENPEN" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       765-FIN-ESCRIBIR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       800-UBICAR-DEPTO.

      *    DEJA EN WS-DEP-ACTUAL LA ENTRADA DE LA COMPANIA,
      *    DEPARTAMENTO Y CLAVE DE CONCEPTO BUSCADOS, DANDOLA
      *    DE ALTA SI FALTA.
           MOVE "N" TO WS-DEPTO-HALLADO.
           MOVE 1 TO WS-DEP-ACTUAL.
           PERFORM 805-COMPARAR-DEPTO THRU 805-FIN-COMPARAR-DEPTO
               UNTIL WS-DEP-ACTUAL > WS-TOTAL-DEPTOS
                  OR WS-ES-DEPTO-HALLADO.

           IF NOT WS-ES-DEPTO-HALLADO
               IF WS-TOTAL-DEPTOS NOT < WS-MAX-DEPTOS
                   DISPLAY
                     "ERROR: TABLA DE DEPARTAMENTOS LLENA ("
                     WS-MAX-DEPTOS ") - PROCESO DETENIDO"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "CTB0006" TO WS-EVE-CODIGO
                   MOVE "TABLA DE DEPARTAMENTOS LLENA"
                       TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE WS-TOTAL-DEPTOS TO WS-DEP-ACTUAL
               MOVE WS-BUS-CIA   TO WS-DEP-CIA (WS-DEP-ACTUAL)
               MOVE WS-BUS-DEPTO TO WS-DEP-DEPTO (WS-DEP-ACTUAL)
               MOVE WS-BUS-FECHA TO WS-DEP-FECHA (WS-DEP-ACTUAL)
               MOVE WS-BUS-TS-ANULACION
                   TO WS-DEP-TS-ANULACION (WS-DEP-ACTUAL)
               MOVE ZERO TO WS-DEP-EMI-CANTIDAD (WS-DEP-ACTUAL)
                            WS-DEP-EMI-IMPORTE (WS-DEP-ACTUAL)
                            WS-DEP-ANU-CANTIDAD (WS-DEP-ACTUAL)
                            WS-DEP-ANU-IMPORTE (WS-DEP-ACTUAL)
               MOVE SPACE TO WS-DEP-EMI-ESTADO (WS-DEP-ACTUAL)
                             WS-DEP-ANU-ESTADO (WS-DEP-ACTUAL)
           END-IF.

       800-FIN-UBICAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       805-COMPARAR-DEPTO.

           IF WS-BUS-CIA = WS-DEP-CIA (WS-DEP-ACTUAL)
               AND WS-BUS-DEPTO = WS-DEP-DEPTO (WS-DEP-ACTUAL)
               AND WS-BUS-FECHA = WS-DEP-FECHA (WS-DEP-ACTUAL)
               AND WS-BUS-TS-ANULACION =
                   WS-DEP-TS-ANULACION (WS-DEP-ACTUAL)
               MOVE "S" TO WS-DEPTO-HALLADO
           ELSE
               ADD 1 TO WS-DEP-ACTUAL
           END-IF.

       805-FIN-COMPARAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           IF WS-TOTAL-SUSPENSO = ZERO
               WRITE SUS-REGISTRO FROM "SIN ASIENTOS EN SUSPENSO"
           ELSE
               WRITE SUS-REGISTRO FROM ALL "-"
               MOVE SPACES TO WS-LINEA-SUSPENSO
               MOVE "CONCEPTOS RETENIDOS" TO WS-SUS-MOTIVO
               MOVE WS-TOTAL-SUSPENSO TO WS-SUS-CANTIDAD
               MOVE WS-IMPORTE-SUSPENSO TO WS-SUS-IMPORTE
               WRITE SUS-REGISTRO FROM WS-LINEA-SUSPENSO
           END-IF.

           CLOSE ASIENRPT-FILE.
           CLOSE SUSPENSO-FILE.

           DISPLAY "CONTABLE1: LOTE " WS-LOTE
               " PENDIENTES TOMADOS " WS-TOTAL-PENDIENTES
               " DETALLES " WS-TOTAL-DETALLES
               " EN SUSPENSO " WS-TOTAL-SUSPENSO.

           IF WS-TOTAL-SUSPENSO > ZERO
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "CTB0101" TO WS-EVE-CODIGO
               MOVE SPACES TO WS-EVE-TEXTO
               STRING "CONCEPTOS RETENIDOS EN SUSPENSO: "
                      WS-TOTAL-SUSPENSO
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
               MOVE "CONTABLE1" TO EVE-PROGRAMA
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

       end program Contable1.
