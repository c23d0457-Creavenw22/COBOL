      * ESTADO MENSUAL CONSOLIDADO POR DEPARTAMENTO.*
      * LEE EL AUDITLOG VIVO Y EL ARCHIVO HISTORICO *
      * AUDARCH, TOMA LOS REGISTROS DEL MES DE      *
      * CIERRE (MESPARM AAAAMM; POR OMISION EL MES  *
      * DE LA FECHA DE PROCESO DE FECPROC) Y EMITE  *
      * POR DEPARTAMENTO EL TOTAL                   *
      * DE NUMEROS Y DE AUD-IMPORTE ABIERTO POR     *
      * PERIODO DE TARIFA. CADA REGISTRO SE UBICA   *
      * EN SU RANGO DEL LIBRO MAYOR (RANGOLOG) POR  *
      * COMPANIA, JOBID Y NUMERO, QUE DA SU         *
      * DEPARTAMENTO Y SU FECHA DE PROCESO          *
      * (RGO-FECHA); CON ESA FECHA SE ELIGE EL MES  *
      * Y EL PERIODO DE TARREG VIGENTE, EL MISMO    *
      * CON QUE Program1 LO TARIFO, CON LO QUE LOS  *
      * CORTES DE TARIFA A MITAD DE MES CUADRAN SIN *
      * ARMADO MANUAL. EL NOMBRE DEL DEPARTAMENTO   *
      * SALE DEL MAESTRO DEPTMAE.                   *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESPARM-STATUS.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT ESTMENS-FILE ASSIGN TO "ESTMENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMENS-STATUS.

           SELECT OPTIONAL FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       01  MES-REGISTRO.
           05 MES-AAAAMM                   PIC 9(6).

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  ESTMENS-FILE.
       01  EST-LINEA                       PIC X(100).

       FD  FECPROC-FILE.
           COPY FECPREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-JOBID-HALLADO             PIC X VALUE "N".
               88 WS-ES-JOBID-HALLADO      VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".
           05 WS-REGISTRO-DEL-MES          PIC X VALUE "N".
               88 WS-ES-REGISTRO-DEL-MES   VALUE "S".
           05 WS-PERIODO-HALLADO           PIC X VALUE "N".
               88 WS-ES-PERIODO-HALLADO    VALUE "S".

           05 WS-MAX-TARIFAS               PIC 9(4) VALUE 500.
           05 WS-TOTAL-JOBIDS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-JOBIDS                PIC 9(4) VALUE 1000.
           05 WS-TOTAL-RANGOS              PIC 9(4) VALUE ZERO.
           05 WS-MAX-RANGOS                PIC 9(4) VALUE 2000.
           05 WS-RNG-IDX                   PIC 9(4) VALUE ZERO.
           05 WS-RNG-ULTIMO                PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PERIODOS            PIC 9(4) VALUE ZERO.
           05 WS-MAX-PERIODOS              PIC 9(4) VALUE 500.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
               10 WS-TAR-TARIFA            PIC 9(5)V99.

      *---------------------------------------------*
      * JOBIDS CON ALGUN RANGO EN EL LIBRO MAYOR,   *
      * DE CUALQUIER MES: UN REGISTRO DE UNO DE     *
      * ELLOS QUE NO CAE EN UN RANGO DEL MES ES DE  *
      * OTRO MES; SOLO LOS DEMAS SON EJECUCIONES    *
      * SUELTAS SIN DEPARTAMENTO.                   *
      *---------------------------------------------*
       01 WS-TABLA-JOBIDS.
           05 WS-JOBID-ENT OCCURS 1000 TIMES.
               10 WS-JOB-ID                PIC X(8).

      *---------------------------------------------*
      * RANGOS DEL LIBRO MAYOR PROCESADOS EN EL MES *
      * DE CIERRE, CON SU DEPARTAMENTO Y FECHA DE   *
      * PROCESO.                                    *
      *---------------------------------------------*
       01 WS-TABLA-RANGOS.
           05 WS-RANGO OCCURS 2000 TIMES.
               10 WS-RNG-CIA               PIC X(2).
               10 WS-RNG-DEPTO             PIC X(4).
               10 WS-RNG-JOBID             PIC X(8).
               10 WS-RNG-INICIO            PIC 9(9).
               10 WS-RNG-FIN               PIC 9(9).
               10 WS-RNG-FECHA             PIC 9(8).

      *---------------------------------------------*
      * ACUMULACION POR DEPARTAMENTO Y PERIODO DE   *
           05 FILLER                       PIC X(16)
               VALUE "  DEPARTAMENTO: ".
           05 WS-CAB-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-CAB-NOMBRE                PIC X(30).

       01 WS-LINEA-PERIODO.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-TARIFA-STATUS             PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MESPARM-STATUS            PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-ESTMENS-STATUS            PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
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

           OPEN OUTPUT ESTMENS-FILE.
           IF WS-ESTMENS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ESTMENS"
      *---------------------------------------------*
       101-LEER-MES.

      *    SIN MESPARM EL CIERRE ES EL DEL MES DE LA FECHA
      *    DE PROCESO (FECPROC), QUE ES EL CASO DE LA CORRIDA
      *    DE FIN DE MES AUNQUE TERMINE PASADA LA MEDIANOCHE.
           MOVE SPACES TO WS-MES-CIERRE.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               IF WS-FECPROC-STATUS = "00"
                   MOVE FEP-FECHA (1:6) TO WS-MES-CIERRE
               END-IF
               CLOSE FECPROC-FILE
           END-IF.

           OPEN INPUT MESPARM-FILE.
           IF WS-MESPARM-STATUS = "00" OR "05"
                   ELSE
                       DISPLAY
                         "AVISO: MESPARM INVALIDO '" MES-AAAAMM
                         "' - SE USA EL MES DE PROCESO "
                         WS-MES-CIERRE
                   END-IF
               END-IF

           IF WS-MESPARM-STATUS NOT = "00"
               DISPLAY
                 "MESPARM NO DISPONIBLE - MES DE PROCESO "
                 WS-MES-CIERRE
           END-IF.

           IF WS-MES-CIERRE = SPACES
               DISPLAY
                 "ERROR: SIN MESPARM NI FECHA DE PROCESO (FECPROC)"
                 " - FIN DE PROCESO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       101-FIN-LEER-MES.
           EXIT.
      *---------------------------------------------*
       108-GUARDAR-JOBID.

      *    UN JOBID PUEDE TENER VARIOS RANGOS EN EL LIBRO
      *    MAYOR; CON UNA ENTRADA POR JOBID ALCANZA PARA
      *    SABER QUE TIENE RANGO.
           PERFORM 112-BUSCAR-JOBID THRU 112-FIN-BUSCAR-JOBID.
           IF NOT WS-ES-JOBID-HALLADO
               IF WS-TOTAL-JOBIDS NOT < WS-MAX-JOBIDS
               END-IF
               ADD 1 TO WS-TOTAL-JOBIDS
               MOVE RGO-JOBID TO WS-JOB-ID (WS-TOTAL-JOBIDS)
           END-IF.

           IF RGO-FECHA (1:6) = WS-MES-CIERRE
               IF WS-TOTAL-RANGOS NOT < WS-MAX-RANGOS
                   DISPLAY
                     "ERROR: TABLA DE RANGOS LLENA ("
                     WS-MAX-RANGOS ") - PROCESO DETENIDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-RANGOS
               MOVE RGO-CIA    TO WS-RNG-CIA (WS-TOTAL-RANGOS)
               MOVE RGO-DEPTO  TO WS-RNG-DEPTO (WS-TOTAL-RANGOS)
               MOVE RGO-JOBID  TO WS-RNG-JOBID (WS-TOTAL-RANGOS)
               MOVE RGO-INICIO TO WS-RNG-INICIO (WS-TOTAL-RANGOS)
               MOVE RGO-FIN    TO WS-RNG-FIN (WS-TOTAL-RANGOS)
               MOVE RGO-FECHA  TO WS-RNG-FECHA (WS-TOTAL-RANGOS)
           END-IF.

           PERFORM 107-LEER-RANGO THRU 107-FIN-LEER-RANGO.
      *---------------------------------------------*
       110-ACUMULAR-VIVO.

           PERFORM 130-IMPUTAR-REGISTRO
               THRU 130-FIN-IMPUTAR-REGISTRO.

           PERFORM 109-LEER-AUDITORIA THRU 109-FIN-LEER-AUDITORIA.

      *    EL HISTORICO TIENE EL MISMO FORMATO QUE EL LOG
      *    VIVO; SE PASA A AUD-REGISTRO PARA IMPUTAR CON
      *    LA MISMA RUTINA.
           MOVE ARC-REGISTRO TO AUD-REGISTRO.
           PERFORM 130-IMPUTAR-REGISTRO
               THRU 130-FIN-IMPUTAR-REGISTRO.

           PERFORM 119-LEER-ARCHIVO THRU 119-FIN-LEER-ARCHIVO.

      *---------------------------------------------*
       130-IMPUTAR-REGISTRO.

      *    EL MES Y LA TARIFA SE TOMAN DE LA FECHA DE PROCESO
      *    DEL RANGO, NO DEL SELLO DE AUDITORIA: UNA NOCHE DE
      *    FIN DE MES QUE PASA LA MEDIANOCHE SELLA CON EL MES
      *    SIGUIENTE NUMEROS TARIFADOS EN EL QUE CIERRA.
           MOVE AUD-CIA TO WS-CIA-AUD.
           PERFORM 140-BUSCAR-RANGO THRU 140-FIN-BUSCAR-RANGO.

           IF WS-ES-RANGO-HALLADO
               MOVE "S" TO WS-REGISTRO-DEL-MES
               MOVE WS-RNG-DEPTO (WS-RNG-IDX) TO WS-DEPTO-AUD
               MOVE WS-RNG-FECHA (WS-RNG-IDX) TO WS-FECHA-AUD
           ELSE
               PERFORM 132-RESOLVER-DEPTO
                   THRU 132-FIN-RESOLVER-DEPTO
           END-IF.

           IF WS-ES-REGISTRO-DEL-MES
               PERFORM 131-ACUMULAR-REGISTRO
                   THRU 131-FIN-ACUMULAR-REGISTRO
           END-IF.

       130-FIN-IMPUTAR-REGISTRO.
           EXIT.
      *---------------------------------------------*
       131-ACUMULAR-REGISTRO.

           ADD 1 TO WS-TOTAL-DEL-MES.
           PERFORM 134-RESOLVER-TARIFA
               THRU 134-FIN-RESOLVER-TARIFA.
           PERFORM 136-BUSCAR-PERIODO
           ADD 1 TO WS-GRAN-CANTIDAD.
           ADD AUD-IMPORTE TO WS-GRAN-IMPORTE.

       131-FIN-ACUMULAR-REGISTRO.
           EXIT.
      *---------------------------------------------*
       132-RESOLVER-DEPTO.

      *    FUERA DE LOS RANGOS DEL MES, UN JOBID CON RANGO
      *    EN EL LIBRO MAYOR ES DE OTRO MES. UN JOBID SIN
      *    NINGUNO (P.EJ. UNA EJECUCION SUELTA SIN
      *    DEPARTAMENTO) NO TIENE FECHA DE PROCESO: SE TOMA
      *    POR SU SELLO Y SE AGRUPA BAJO "????" PARA QUE EL
      *    MES CIERRE IGUAL.
           MOVE "N" TO WS-REGISTRO-DEL-MES.
           MOVE "N" TO WS-JOBID-HALLADO.
           MOVE 1 TO WS-IDX.
           PERFORM 133-COMPARAR-JOBID-AUD
                  OR WS-ES-JOBID-HALLADO.

           IF NOT WS-ES-JOBID-HALLADO
               AND AUD-TIMESTAMP (1:6) = WS-MES-CIERRE
               MOVE "S" TO WS-REGISTRO-DEL-MES
               MOVE "????" TO WS-DEPTO-AUD
               MOVE AUD-TIMESTAMP (1:8) TO WS-FECHA-AUD
               ADD 1 TO WS-TOTAL-SIN-DEPTO
           END-IF.


           IF AUD-JOBID = WS-JOB-ID (WS-IDX)
               MOVE "S" TO WS-JOBID-HALLADO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *    MISMO CRITERIO QUE LA VALORACION DE Program1:
      *    LA TARIFA DEL DEPARTAMENTO CON LA FECHA DE
      *    VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA DE
      *    PROCESO DEL REGISTRO. SIN TARIFA VIGENTE EL
      *    PERIODO QUEDA CON VIGENCIA Y TARIFA EN CERO.
           MOVE ZERO TO WS-VIGOR-ELEGIDO
                        WS-TARIFA-ELEGIDA.
           MOVE 1 TO WS-IDX.

       138-FIN-ALTA-PERIODO.
           EXIT.
      *---------------------------------------------*
       140-BUSCAR-RANGO.

      *    LOS REGISTROS LLEGAN EN ORDEN DE EMISION, ASI QUE
      *    CASI SIEMPRE CAEN EN EL MISMO RANGO QUE EL
      *    ANTERIOR; SOLO AL CAMBIAR SE RECORRE LA TABLA.
           MOVE "N" TO WS-RANGO-HALLADO.
           IF WS-RNG-ULTIMO > ZERO
               MOVE WS-RNG-ULTIMO TO WS-RNG-IDX
               PERFORM 141-COMPARAR-RANGO THRU 141-FIN-COMPARAR-RANGO
           END-IF.

           IF NOT WS-ES-RANGO-HALLADO
               MOVE 1 TO WS-RNG-IDX
               PERFORM 141-COMPARAR-RANGO THRU 141-FIN-COMPARAR-RANGO
                   UNTIL WS-RNG-IDX > WS-TOTAL-RANGOS
                      OR WS-ES-RANGO-HALLADO
           END-IF.

           IF WS-ES-RANGO-HALLADO
               MOVE WS-RNG-IDX TO WS-RNG-ULTIMO
           END-IF.

       140-FIN-BUSCAR-RANGO.
           EXIT.
      *---------------------------------------------*
       141-COMPARAR-RANGO.

           IF AUD-CIA = WS-RNG-CIA (WS-RNG-IDX)
               AND AUD-JOBID = WS-RNG-JOBID (WS-RNG-IDX)
               AND AUD-NUMERO NOT < WS-RNG-INICIO (WS-RNG-IDX)
               AND AUD-NUMERO NOT > WS-RNG-FIN (WS-RNG-IDX)
               MOVE "S" TO WS-RANGO-HALLADO
           ELSE
               ADD 1 TO WS-RNG-IDX
           END-IF.

       141-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       150-IMPRIMIR.

                                             WS-CAB-CIA
               MOVE WS-PER-DEPTO (WS-IDX) TO WS-DEPTO-ACTUAL
                                             WS-CAB-DEPTO
               PERFORM 157-BUSCAR-NOMBRE THRU 157-FIN-BUSCAR-NOMBRE
               MOVE ZERO TO WS-SUB-CANTIDAD
                            WS-SUB-IMPORTE
               MOVE SPACES TO EST-LINEA

       155-FIN-IMPRIMIR-DEPTO.
           EXIT.
      *---------------------------------------------*
       157-BUSCAR-NOMBRE.

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

       157-FIN-BUSCAR-NOMBRE.
           EXIT.
      *---------------------------------------------*
       160-IMPRIMIR-PERIODO.


           CLOSE AUDITORIA-FILE.
           CLOSE ARCHIVO-FILE.
           CLOSE MAESTRO-FILE.
           CLOSE ESTMENS-FILE.

           DISPLAY "MENSUAL1: LEIDOS " WS-TOTAL-LEIDOS
