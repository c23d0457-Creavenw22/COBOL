       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Cupos1 as "Ejemplo.Cupos1".
      *---------------------------------------------*
      * CUPO MENSUAL: PRESUPUESTO CONTRA REAL.      *
      * PARA EL MES EN CURSO (MESPARM AAAAMM; POR   *
      * OMISION EL MES DE LA FECHA DE PROCESO DE    *
      * FECPROC) COMPARA POR COMPANIA Y             *
      * DEPARTAMENTO EL CUPO DE LA TABLA CUPOS CON  *
      * LO EMITIDO A LA FECHA:                      *
      * - CANTIDAD: LOS NUMEROS DE LOS RANGOS QUE   *
      *   RANGOLOG REGISTRA CON FECHA DEL MES,      *
      * - IMPORTE: EL AUD-IMPORTE DE ESOS NUMEROS   *
      *   EN AUDITLOG Y EN EL HISTORICO AUDARCH.    *
      * MARCA LOS DEPARTAMENTOS QUE LLEGAN AL 80% Y *
      * AL 100% DEL CUPO Y LOS QUE PASAN LA         *
      * TOLERANCIA DE EXCESO, Y LISTA APARTE LOS    *
      * QUE EMITIERON SIN TENER CUPO. TERMINA CON   *
      * RETURN-CODE 8 SI ALGUN DEPARTAMENTO LLEGO   *
      * AL 100%, PARA QUE LA PLANIFICACION LO VEA.  *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPO-FILE ASSIGN TO "CUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUP-CLAVE
               FILE STATUS IS WS-CUPO-STATUS.

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

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT OPTIONAL MESPARM-FILE ASSIGN TO "MESPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESPARM-STATUS.

           SELECT OPTIONAL FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT CUPORPT-FILE ASSIGN TO "CUPORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPORPT-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  CUPO-FILE.
           COPY CUPOREG.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  ARCHIVO-FILE.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==ARC==.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  MESPARM-FILE.
       01  MES-REGISTRO.
           05 MES-AAAAMM                   PIC 9(6).

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  CUPORPT-FILE.
       01  RPT-LINEA                       PIC X(100).
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-CUPOS                 PIC X VALUE "N".
               88 WS-NO-HAY-MAS-CUPOS      VALUE "S".
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-FIN-AUDITORIA             PIC X VALUE "N".
               88 WS-NO-HAY-MAS-AUDITORIA  VALUE "S".
           05 WS-FIN-ARCHIVO               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ARCHIVO    VALUE "S".
           05 WS-DEPTO-HALLADO             PIC X VALUE "N".
               88 WS-ES-DEPTO-HALLADO      VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".

       01 WS-PARAMETROS.
           05 WS-MES-CUPO                  PIC X(6).
           05 WS-FECHA-PROCESO             PIC X(8).

       01 WS-CONTADORES.
           05 WS-TOTAL-DEPTOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-DEPTOS                PIC 9(4) VALUE 500.
           05 WS-DEP-ACTUAL                PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RANGOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-RANGOS                PIC 9(4) VALUE 2000.
           05 WS-RNG-IDX                   PIC 9(4) VALUE ZERO.
           05 WS-RNG-ULTIMO                PIC 9(4) VALUE ZERO.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CON-CUPO            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-SIN-CUPO            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ALERTA              PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-LLENOS              PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-EXCEDIDOS           PIC 9(4) VALUE ZERO.
           05 WS-AUD-LEIDOS                PIC 9(8) VALUE ZERO.
           05 WS-AUD-DEL-MES               PIC 9(8) VALUE ZERO.

       01 WS-BUSQUEDA.
           05 WS-BUS-CIA                   PIC X(2).
           05 WS-BUS-DEPTO                 PIC X(4).

      *---------------------------------------------*
      * EVALUACION DE UN CONCEPTO (CANTIDAD O       *
      * IMPORTE) CONTRA SU CUPO. EL NIVEL VA DE 0   *
      * (BAJO EL 80%) A 3 (SOBRE LA TOLERANCIA); EL *
      * DEL DEPARTAMENTO ES EL MAYOR DE LOS DOS.    *
      *---------------------------------------------*
       01 WS-EVALUACION.
           05 WS-EVA-LIMITE                PIC 9(12)V99.
           05 WS-EVA-REAL                  PIC 9(12)V99.
           05 WS-EVA-TOLERANCIA            PIC 9(3).
           05 WS-EVA-TOPE                  PIC 9(13)V99.
           05 WS-EVA-PORCENTAJE            PIC 9(5)V9.
           05 WS-EVA-NIVEL                 PIC 9.
           05 WS-EVA-USO                   PIC X(8).
           05 WS-EVA-MARCA                 PIC X(22).
           05 WS-NIVEL-DEPTO               PIC 9.
               88 WS-DEPTO-EN-ALERTA       VALUE 1.
               88 WS-DEPTO-LLENO           VALUE 2.
               88 WS-DEPTO-EXCEDIDO        VALUE 3.
           05 WS-PORCENTAJE-ED             PIC ZZZZ9,9.

      *---------------------------------------------*
      * CUPO Y CONSUMO POR COMPANIA Y DEPARTAMENTO. *
      * LAS ENTRADAS CON CUPO SALEN DE CUPOS EN     *
      * ORDEN DE CLAVE; LAS QUE SOLO TIENEN         *
      * EMISIONES SE AGREGAN AL FINAL, SIN CUPO.    *
      *---------------------------------------------*
       01 WS-TABLA-DEPTOS.
           05 WS-DEPTO OCCURS 500 TIMES.
               10 WS-DEP-CIA               PIC X(2).
               10 WS-DEP-DEPTO             PIC X(4).
               10 WS-DEP-CUPO              PIC X.
                   88 WS-DEP-CON-CUPO      VALUE "S".
               10 WS-DEP-LIM-CANTIDAD      PIC 9(8).
               10 WS-DEP-LIM-IMPORTE       PIC 9(11)V99.
               10 WS-DEP-TOLERANCIA        PIC 9(3).
               10 WS-DEP-CANTIDAD          PIC 9(9).
               10 WS-DEP-IMPORTE           PIC 9(12)V99.

      *---------------------------------------------*
      * RANGOS EMITIDOS EN EL MES, PARA IMPUTAR EL  *
      * AUD-IMPORTE DE CADA NUMERO A SU             *
      * DEPARTAMENTO COMO EN Contable1.             *
      *---------------------------------------------*
       01 WS-TABLA-RANGOS.
           05 WS-RANGO OCCURS 2000 TIMES.
               10 WS-RNG-CIA               PIC X(2).
               10 WS-RNG-JOBID             PIC X(8).
               10 WS-RNG-INICIO            PIC 9(9).
               10 WS-RNG-FIN               PIC 9(9).
               10 WS-RNG-DEP-IDX           PIC 9(4).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-MES.
           05 FILLER                       PIC X(16)
               VALUE "MES DEL CUPO:   ".
           05 WS-CAB-MES                   PIC X(6).
           05 FILLER                       PIC X(22)
               VALUE "   FECHA DE PROCESO:  ".
           05 WS-CAB-FECHA                 PIC X(8).

       01 WS-LINEA-DEPTO.
           05 FILLER                       PIC X(10)
               VALUE "COMPANIA: ".
           05 WS-CAB-CIA                   PIC X(2).
           05 FILLER                       PIC X(16)
               VALUE "  DEPARTAMENTO: ".
           05 WS-CAB-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-CAB-NOMBRE                PIC X(30).
           05 FILLER                       PIC X(14)
               VALUE "  TOLERANCIA ".
           05 WS-CAB-TOLERANCIA            PIC ZZ9.
           05 FILLER                       PIC X VALUE "%".

       01 WS-LINEA-CANTIDAD.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 FILLER                       PIC X(21)
               VALUE "CANTIDAD  CUPO       ".
           05 WS-DET-CUPO-CANT             PIC ZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(13)
               VALUE " REAL        ".
           05 WS-DET-REAL-CANT             PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(5) VALUE " USO ".
           05 WS-DET-USO-CANT              PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-MARCA-CANT            PIC X(22).

       01 WS-LINEA-IMPORTE.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 FILLER                       PIC X(14)
               VALUE "IMPORTE   CUPO".
           05 WS-DET-CUPO-IMP              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(6) VALUE " REAL ".
           05 WS-DET-REAL-IMP              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(5) VALUE " USO ".
           05 WS-DET-USO-IMP               PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-MARCA-IMP             PIC X(22).

       01 WS-LINEA-SIN-CUPO.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-SIN-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SIN-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SIN-NOMBRE                PIC X(30).
           05 FILLER                       PIC X(6) VALUE " CANT ".
           05 WS-SIN-CANTIDAD              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(9)
               VALUE " IMPORTE ".
           05 WS-SIN-IMPORTE               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO                PIC X(40).
           05 WS-TOT-CANTIDAD              PIC Z(3)9.

       01 WS-ESTADOS-ARCHIVO.
           05 WS-CUPO-STATUS               PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-ARCHIVO-STATUS            PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-MESPARM-STATUS            PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-CUPORPT-STATUS            PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-ACUMULAR-VIVO THRU 110-FIN-ACUMULAR-VIVO.
           PERFORM 120-ACUMULAR-ARCHIVO
               THRU 120-FIN-ACUMULAR-ARCHIVO.
           PERFORM 150-IMPRIMIR THRU 150-FIN-IMPRIMIR.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           PERFORM 101-LEER-MES THRU 101-FIN-LEER-MES.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUPORPT-FILE.
           IF WS-CUPORPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CUPORPT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           WRITE RPT-LINEA FROM
               "*******CUPO MENSUAL: PRESUPUESTO CONTRA REAL*******".
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WS-MES-CUPO TO WS-CAB-MES.
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA.
           WRITE RPT-LINEA FROM WS-LINEA-MES.
           WRITE RPT-LINEA FROM
               "-------------------------------------------".

           PERFORM 102-CARGAR-CUPOS THRU 102-FIN-CARGAR-CUPOS.
           PERFORM 106-CARGAR-RANGOS THRU 106-FIN-CARGAR-RANGOS.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       101-LEER-MES.

      *    SIN MESPARM EL MES ES EL DE LA FECHA DE PROCESO
      *    (FECPROC), COMO EN Mensual1: EL REPORTE DEL DIA
      *    MUESTRA EL MES EN CURSO HASTA ESA FECHA.
           MOVE SPACES TO WS-MES-CUPO
                          WS-FECHA-PROCESO.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               IF WS-FECPROC-STATUS = "00"
                   MOVE FEP-FECHA TO WS-FECHA-PROCESO
                   MOVE FEP-FECHA (1:6) TO WS-MES-CUPO
               END-IF
               CLOSE FECPROC-FILE
           END-IF.

           OPEN INPUT MESPARM-FILE.
           IF WS-MESPARM-STATUS = "00" OR "05"
               READ MESPARM-FILE
                   AT END MOVE "10" TO WS-MESPARM-STATUS
               END-READ
               IF WS-MESPARM-STATUS = "00"
                   IF MES-AAAAMM NUMERIC AND MES-AAAAMM > ZERO
                       MOVE MES-AAAAMM TO WS-MES-CUPO
                   ELSE
                       DISPLAY
                         "AVISO: MESPARM INVALIDO '" MES-AAAAMM
                         "' - SE USA EL MES DE PROCESO "
                         WS-MES-CUPO
                   END-IF
               END-IF
               CLOSE MESPARM-FILE
           END-IF.

           IF WS-MESPARM-STATUS NOT = "00"
               DISPLAY
                 "MESPARM NO DISPONIBLE - MES DE PROCESO "
                 WS-MES-CUPO
           END-IF.

           IF WS-MES-CUPO = SPACES
               DISPLAY
                 "ERROR: SIN MESPARM NI FECHA DE PROCESO (FECPROC)"
                 " - FIN DE PROCESO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       101-FIN-LEER-MES.
           EXIT.
      *---------------------------------------------*
       102-CARGAR-CUPOS.

           OPEN INPUT CUPO-FILE.
           IF WS-CUPO-STATUS NOT = "00"
               DISPLAY
                 "ERROR: CUPOS NO DISPONIBLE - STATUS "
                 WS-CUPO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 103-LEER-CUPO THRU 103-FIN-LEER-CUPO.
           PERFORM 104-GUARDAR-CUPO THRU 104-FIN-GUARDAR-CUPO
               UNTIL WS-NO-HAY-MAS-CUPOS.

           CLOSE CUPO-FILE.

       102-FIN-CARGAR-CUPOS.
           EXIT.
      *---------------------------------------------*
       103-LEER-CUPO.

           READ CUPO-FILE
               AT END MOVE "S" TO WS-FIN-CUPOS
           END-READ.

       103-FIN-LEER-CUPO.
           EXIT.
      *---------------------------------------------*
       104-GUARDAR-CUPO.

           MOVE CUP-CIA   TO WS-BUS-CIA.
           MOVE CUP-DEPTO TO WS-BUS-DEPTO.
           PERFORM 800-UBICAR-DEPTO THRU 800-FIN-UBICAR-DEPTO.
           MOVE "S" TO WS-DEP-CUPO (WS-DEP-ACTUAL).
           MOVE CUP-CANTIDAD-MES
               TO WS-DEP-LIM-CANTIDAD (WS-DEP-ACTUAL).
           MOVE CUP-IMPORTE-MES
               TO WS-DEP-LIM-IMPORTE (WS-DEP-ACTUAL).
           MOVE CUP-TOLERANCIA
               TO WS-DEP-TOLERANCIA (WS-DEP-ACTUAL).
           ADD 1 TO WS-TOTAL-CON-CUPO.

           PERFORM 103-LEER-CUPO THRU 103-FIN-LEER-CUPO.

       104-FIN-GUARDAR-CUPO.
           EXIT.
      *---------------------------------------------*
       106-CARGAR-RANGOS.

           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                 WS-RANGO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 107-LEER-RANGO THRU 107-FIN-LEER-RANGO.
           PERFORM 108-TOMAR-RANGO THRU 108-FIN-TOMAR-RANGO
               UNTIL WS-NO-HAY-MAS-RANGOS.

           CLOSE RANGO-FILE.

       106-FIN-CARGAR-RANGOS.
           EXIT.
      *---------------------------------------------*
       107-LEER-RANGO.

           READ RANGO-FILE
               AT END MOVE "S" TO WS-FIN-RANGOS
           END-READ.

       107-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       108-TOMAR-RANGO.

      *    LA CANTIDAD EMITIDA EN EL MES SALE DEL LIBRO
      *    MAYOR; LOS RANGOS ANULADOS YA NO ESTAN EN EL Y
      *    NO CONSUMEN CUPO.
           IF RGO-FECHA (1:6) = WS-MES-CUPO
               IF WS-TOTAL-RANGOS NOT < WS-MAX-RANGOS
                   DISPLAY
                     "ERROR: TABLA DE RANGOS LLENA ("
                     WS-MAX-RANGOS ") - PROCESO DETENIDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RGO-CIA   TO WS-BUS-CIA
               MOVE RGO-DEPTO TO WS-BUS-DEPTO
               PERFORM 800-UBICAR-DEPTO THRU 800-FIN-UBICAR-DEPTO
               COMPUTE WS-DEP-CANTIDAD (WS-DEP-ACTUAL) =
                   WS-DEP-CANTIDAD (WS-DEP-ACTUAL)
                   + RGO-FIN - RGO-INICIO + 1
               ADD 1 TO WS-TOTAL-RANGOS
               MOVE RGO-CIA    TO WS-RNG-CIA (WS-TOTAL-RANGOS)
               MOVE RGO-JOBID  TO WS-RNG-JOBID (WS-TOTAL-RANGOS)
               MOVE RGO-INICIO TO WS-RNG-INICIO (WS-TOTAL-RANGOS)
               MOVE RGO-FIN    TO WS-RNG-FIN (WS-TOTAL-RANGOS)
               MOVE WS-DEP-ACTUAL
                   TO WS-RNG-DEP-IDX (WS-TOTAL-RANGOS)
           END-IF.

           PERFORM 107-LEER-RANGO THRU 107-FIN-LEER-RANGO.

       108-FIN-TOMAR-RANGO.
           EXIT.
      *---------------------------------------------*
       110-ACUMULAR-VIVO.

           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 112-LEER-AUDITORIA THRU 112-FIN-LEER-AUDITORIA.
           PERFORM 114-TOMAR-AUDITORIA THRU 114-FIN-TOMAR-AUDITORIA
               UNTIL WS-NO-HAY-MAS-AUDITORIA.

           CLOSE AUDITORIA-FILE.

       110-FIN-ACUMULAR-VIVO.
           EXIT.
      *---------------------------------------------*
       112-LEER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE "S" TO WS-FIN-AUDITORIA
           END-READ.
           IF NOT WS-NO-HAY-MAS-AUDITORIA
               ADD 1 TO WS-AUD-LEIDOS
           END-IF.

       112-FIN-LEER-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       114-TOMAR-AUDITORIA.

           PERFORM 130-IMPUTAR-IMPORTE THRU 130-FIN-IMPUTAR-IMPORTE.
           PERFORM 112-LEER-AUDITORIA THRU 112-FIN-LEER-AUDITORIA.

       114-FIN-TOMAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       120-ACUMULAR-ARCHIVO.

           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDARCH - STATUS "
                   WS-ARCHIVO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 122-LEER-ARCHIVO THRU 122-FIN-LEER-ARCHIVO.
           PERFORM 124-TOMAR-ARCHIVO THRU 124-FIN-TOMAR-ARCHIVO
               UNTIL WS-NO-HAY-MAS-ARCHIVO.

           CLOSE ARCHIVO-FILE.

       120-FIN-ACUMULAR-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       122-LEER-ARCHIVO.

           READ ARCHIVO-FILE
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.
           IF NOT WS-NO-HAY-MAS-ARCHIVO
               ADD 1 TO WS-AUD-LEIDOS
           END-IF.

       122-FIN-LEER-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       124-TOMAR-ARCHIVO.

      *    EL HISTORICO TIENE EL MISMO FORMATO QUE EL LOG
      *    VIVO; SE PASA A AUD-REGISTRO PARA IMPUTAR CON
      *    LA MISMA RUTINA.
           MOVE ARC-REGISTRO TO AUD-REGISTRO.
           PERFORM 130-IMPUTAR-IMPORTE THRU 130-FIN-IMPUTAR-IMPORTE.
           PERFORM 122-LEER-ARCHIVO THRU 122-FIN-LEER-ARCHIVO.

       124-FIN-TOMAR-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       130-IMPUTAR-IMPORTE.

      *    SOLO CUENTAN LOS NUMEROS DE LOS RANGOS DEL MES.
      *    LOS REGISTROS LLEGAN EN ORDEN DE EMISION, ASI QUE
      *    CASI SIEMPRE CAEN EN EL MISMO RANGO QUE EL
      *    ANTERIOR; SOLO AL CAMBIAR SE RECORRE LA TABLA.
           MOVE "N" TO WS-RANGO-HALLADO.
           IF WS-RNG-ULTIMO > ZERO
               MOVE WS-RNG-ULTIMO TO WS-RNG-IDX
               PERFORM 135-COMPARAR-RANGO THRU 135-FIN-COMPARAR-RANGO
           END-IF.

           IF NOT WS-ES-RANGO-HALLADO
               MOVE 1 TO WS-RNG-IDX
               PERFORM 135-COMPARAR-RANGO THRU 135-FIN-COMPARAR-RANGO
                   UNTIL WS-RNG-IDX > WS-TOTAL-RANGOS
                      OR WS-ES-RANGO-HALLADO
           END-IF.

           IF WS-ES-RANGO-HALLADO
               MOVE WS-RNG-IDX TO WS-RNG-ULTIMO
               MOVE WS-RNG-DEP-IDX (WS-RNG-IDX) TO WS-DEP-ACTUAL
               ADD AUD-IMPORTE TO WS-DEP-IMPORTE (WS-DEP-ACTUAL)
               ADD 1 TO WS-AUD-DEL-MES
           END-IF.

       130-FIN-IMPUTAR-IMPORTE.
           EXIT.
      *---------------------------------------------*
       135-COMPARAR-RANGO.

           IF AUD-CIA = WS-RNG-CIA (WS-RNG-IDX)
               AND AUD-JOBID = WS-RNG-JOBID (WS-RNG-IDX)
               AND AUD-NUMERO NOT < WS-RNG-INICIO (WS-RNG-IDX)
               AND AUD-NUMERO NOT > WS-RNG-FIN (WS-RNG-IDX)
               MOVE "S" TO WS-RANGO-HALLADO
           ELSE
               ADD 1 TO WS-RNG-IDX
           END-IF.

       135-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       150-IMPRIMIR.

           MOVE 1 TO WS-IDX.
           PERFORM 155-IMPRIMIR-DEPTO THRU 155-FIN-IMPRIMIR-DEPTO
               UNTIL WS-IDX > WS-TOTAL-DEPTOS.

      *    LO EMITIDO POR DEPARTAMENTOS SIN LINEA EN CUPOS
      *    SE LISTA APARTE PARA QUE SE LES ASIGNE CUPO.
           IF WS-TOTAL-DEPTOS > WS-TOTAL-CON-CUPO
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM
                   "DEPARTAMENTOS CON EMISION EN EL MES SIN CUPO:"
               MOVE 1 TO WS-IDX
               PERFORM 170-IMPRIMIR-SIN-CUPO
                   THRU 170-FIN-IMPRIMIR-SIN-CUPO
                   UNTIL WS-IDX > WS-TOTAL-DEPTOS
           END-IF.

       150-FIN-IMPRIMIR.
           EXIT.
      *---------------------------------------------*
       155-IMPRIMIR-DEPTO.

           IF WS-DEP-CON-CUPO (WS-IDX)
               MOVE WS-DEP-CIA (WS-IDX)   TO WS-CAB-CIA
               MOVE WS-DEP-DEPTO (WS-IDX) TO WS-CAB-DEPTO
               PERFORM 157-BUSCAR-NOMBRE THRU 157-FIN-BUSCAR-NOMBRE
               MOVE WS-DEP-TOLERANCIA (WS-IDX) TO WS-CAB-TOLERANCIA
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-DEPTO
               MOVE ZERO TO WS-NIVEL-DEPTO

               MOVE WS-DEP-LIM-CANTIDAD (WS-IDX) TO WS-EVA-LIMITE
               MOVE WS-DEP-CANTIDAD (WS-IDX)     TO WS-EVA-REAL
               MOVE WS-DEP-TOLERANCIA (WS-IDX)   TO WS-EVA-TOLERANCIA
               PERFORM 160-EVALUAR-CONCEPTO
                   THRU 160-FIN-EVALUAR-CONCEPTO
               MOVE WS-DEP-LIM-CANTIDAD (WS-IDX) TO WS-DET-CUPO-CANT
               MOVE WS-DEP-CANTIDAD (WS-IDX)     TO WS-DET-REAL-CANT
               MOVE WS-EVA-USO                   TO WS-DET-USO-CANT
               MOVE WS-EVA-MARCA                 TO WS-DET-MARCA-CANT
               WRITE RPT-LINEA FROM WS-LINEA-CANTIDAD

               MOVE WS-DEP-LIM-IMPORTE (WS-IDX)  TO WS-EVA-LIMITE
               MOVE WS-DEP-IMPORTE (WS-IDX)      TO WS-EVA-REAL
               PERFORM 160-EVALUAR-CONCEPTO
                   THRU 160-FIN-EVALUAR-CONCEPTO
               MOVE WS-DEP-LIM-IMPORTE (WS-IDX)  TO WS-DET-CUPO-IMP
               MOVE WS-DEP-IMPORTE (WS-IDX)      TO WS-DET-REAL-IMP
               MOVE WS-EVA-USO                   TO WS-DET-USO-IMP
               MOVE WS-EVA-MARCA                 TO WS-DET-MARCA-IMP
               WRITE RPT-LINEA FROM WS-LINEA-IMPORTE

               EVALUATE TRUE
                   WHEN WS-DEPTO-EXCEDIDO
                       ADD 1 TO WS-TOTAL-EXCEDIDOS
                   WHEN WS-DEPTO-LLENO
                       ADD 1 TO WS-TOTAL-LLENOS
                   WHEN WS-DEPTO-EN-ALERTA
                       ADD 1 TO WS-TOTAL-ALERTA
               END-EVALUATE
           END-IF.

           ADD 1 TO WS-IDX.

       155-FIN-IMPRIMIR-DEPTO.
           EXIT.
      *---------------------------------------------*
       157-BUSCAR-NOMBRE.

      *    EL NOMBRE SALE DEL MAESTRO DEPTMAE; UN
      *    DEPARTAMENTO QUE NO FIGURA SE LISTA IGUAL, CON LA
      *    MARCA EN LUGAR DEL NOMBRE.
           MOVE WS-DEP-CIA (WS-IDX) TO DEM-CIA.
           MOVE WS-DEP-DEPTO (WS-IDX) TO DEM-DEPTO.
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

       157-FIN-BUSCAR-NOMBRE.
           EXIT.
      *---------------------------------------------*
       160-EVALUAR-CONCEPTO.

      *    UN CUPO EN CERO ES UN CONCEPTO SIN LIMITE. LOS
      *    UMBRALES SE COMPARAN SOBRE LOS VALORES Y NO SOBRE
      *    EL PORCENTAJE REDONDEADO QUE SE IMPRIME.
           MOVE ZERO TO WS-EVA-NIVEL.
           MOVE SPACES TO WS-EVA-MARCA.

           IF WS-EVA-LIMITE = ZERO
               MOVE "S/LIMITE" TO WS-EVA-USO
           ELSE
               COMPUTE WS-EVA-PORCENTAJE ROUNDED =
                   WS-EVA-REAL * 100 / WS-EVA-LIMITE
               MOVE WS-EVA-PORCENTAJE TO WS-PORCENTAJE-ED
               MOVE SPACES TO WS-EVA-USO
               STRING WS-PORCENTAJE-ED "%" DELIMITED BY SIZE
                   INTO WS-EVA-USO
               COMPUTE WS-EVA-TOPE = WS-EVA-LIMITE
                   + WS-EVA-LIMITE * WS-EVA-TOLERANCIA / 100
               EVALUATE TRUE
                   WHEN WS-EVA-REAL > WS-EVA-TOPE
                       MOVE 3 TO WS-EVA-NIVEL
                       MOVE "*** EXCEDE TOLERANCIA" TO WS-EVA-MARCA
                   WHEN WS-EVA-REAL NOT < WS-EVA-LIMITE
                       MOVE 2 TO WS-EVA-NIVEL
                       MOVE "*** 100% DEL CUPO" TO WS-EVA-MARCA
                   WHEN WS-EVA-REAL * 100 NOT < WS-EVA-LIMITE * 80
                       MOVE 1 TO WS-EVA-NIVEL
                       MOVE "** 80% DEL CUPO" TO WS-EVA-MARCA
               END-EVALUATE
           END-IF.

           IF WS-EVA-NIVEL > WS-NIVEL-DEPTO
               MOVE WS-EVA-NIVEL TO WS-NIVEL-DEPTO
           END-IF.

       160-FIN-EVALUAR-CONCEPTO.
           EXIT.
      *---------------------------------------------*
       170-IMPRIMIR-SIN-CUPO.

           IF NOT WS-DEP-CON-CUPO (WS-IDX)
               ADD 1 TO WS-TOTAL-SIN-CUPO
               MOVE WS-DEP-CIA (WS-IDX)      TO WS-SIN-CIA
               MOVE WS-DEP-DEPTO (WS-IDX)    TO WS-SIN-DEPTO
               PERFORM 157-BUSCAR-NOMBRE THRU 157-FIN-BUSCAR-NOMBRE
               MOVE WS-CAB-NOMBRE            TO WS-SIN-NOMBRE
               MOVE WS-DEP-CANTIDAD (WS-IDX) TO WS-SIN-CANTIDAD
               MOVE WS-DEP-IMPORTE (WS-IDX)  TO WS-SIN-IMPORTE
               WRITE RPT-LINEA FROM WS-LINEA-SIN-CUPO
           END-IF.

           ADD 1 TO WS-IDX.

       170-FIN-IMPRIMIR-SIN-CUPO.
           EXIT.
      *---------------------------------------------*
       800-UBICAR-DEPTO.

      *    DEJA EN WS-DEP-ACTUAL LA ENTRADA DE LA COMPANIA Y
      *    DEPARTAMENTO BUSCADOS, DANDOLA DE ALTA SIN CUPO
      *    SI FALTA.
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
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE WS-TOTAL-DEPTOS TO WS-DEP-ACTUAL
               MOVE WS-BUS-CIA   TO WS-DEP-CIA (WS-DEP-ACTUAL)
               MOVE WS-BUS-DEPTO TO WS-DEP-DEPTO (WS-DEP-ACTUAL)
               MOVE "N" TO WS-DEP-CUPO (WS-DEP-ACTUAL)
               MOVE ZERO TO WS-DEP-LIM-CANTIDAD (WS-DEP-ACTUAL)
                            WS-DEP-LIM-IMPORTE (WS-DEP-ACTUAL)
                            WS-DEP-TOLERANCIA (WS-DEP-ACTUAL)
                            WS-DEP-CANTIDAD (WS-DEP-ACTUAL)
                            WS-DEP-IMPORTE (WS-DEP-ACTUAL)
           END-IF.

       800-FIN-UBICAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       805-COMPARAR-DEPTO.

           IF WS-BUS-CIA = WS-DEP-CIA (WS-DEP-ACTUAL)
               AND WS-BUS-DEPTO = WS-DEP-DEPTO (WS-DEP-ACTUAL)
               MOVE "S" TO WS-DEPTO-HALLADO
           ELSE
               ADD 1 TO WS-DEP-ACTUAL
           END-IF.

       805-FIN-COMPARAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           WRITE RPT-LINEA FROM
               "-------------------------------------------".
           MOVE "DEPARTAMENTOS CON CUPO              : "
               TO WS-TOT-TITULO.
           MOVE WS-TOTAL-CON-CUPO TO WS-TOT-CANTIDAD.
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.
           MOVE "EN ALERTA (80% DEL CUPO)            : "
               TO WS-TOT-TITULO.
           MOVE WS-TOTAL-ALERTA TO WS-TOT-CANTIDAD.
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.
           MOVE "AL 100% DEL CUPO                    : "
               TO WS-TOT-TITULO.
           MOVE WS-TOTAL-LLENOS TO WS-TOT-CANTIDAD.
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.
           MOVE "SOBRE LA TOLERANCIA DE EXCESO       : "
               TO WS-TOT-TITULO.
           MOVE WS-TOTAL-EXCEDIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.
           MOVE "CON EMISION EN EL MES SIN CUPO      : "
               TO WS-TOT-TITULO.
           MOVE WS-TOTAL-SIN-CUPO TO WS-TOT-CANTIDAD.
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.

           CLOSE MAESTRO-FILE.
           CLOSE CUPORPT-FILE.

           DISPLAY "CUPOS1: MES " WS-MES-CUPO
               " CON CUPO " WS-TOTAL-CON-CUPO
               " EN ALERTA " WS-TOTAL-ALERTA
               " AL 100% " WS-TOTAL-LLENOS
               " EXCEDIDOS " WS-TOTAL-EXCEDIDOS.
           DISPLAY "CUPOS1: AUDITORIA LEIDOS " WS-AUD-LEIDOS
               " DEL MES " WS-AUD-DEL-MES.

           IF WS-TOTAL-LLENOS > ZERO
               OR WS-TOTAL-EXCEDIDOS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       900-FIN-EXIT.
           EXIT.

       end program Cupos1.
