       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Fusiona1 as "Ejemplo.Fusiona1".
      *---------------------------------------------*
      * UNION DE LAS CORRIENTES DE Driver1. CUANDO  *
      * LA NOCHE CORRE EN VARIAS CORRIENTES         *
      * PARALELAS (POR CODIGO DE CORRIENTE O POR    *
      * COMPANIA), CADA UNA DEJA SUS PROPIOS        *
      * SALIDA, AUDITLOG Y DEPSTAT DE TRABAJO. ESTE *
      * PASO LOS RECIBE COMO SALCORn, AUDCORn Y     *
      * ESTCORn (n = 1 A 4, CANTIDAD EN FUSPARM) Y  *
      * ARMA LOS ARCHIVOS UNICOS QUE ESPERAN        *
      * Verifica1, Extracto1 Y Resumen1:            *
      * - DEPSTAT EN ORDEN DE COMPANIA,             *
      *   DEPARTAMENTO Y RANGO,                     *
      * - SALIDA Y AUDITLOG EN ORDEN DE COMPANIA,   *
      *   DEPARTAMENTO Y NUMERO (EL DEPARTAMENTO DE *
      *   CADA NUMERO SALE DEL RANGO EN DEPSTAT),   *
      * - Y AGREGA A HISTSTAT LA LINEA DE CADA      *
      *   DEPARTAMENTO CON LA FECHA DE PROCESO; SI  *
      *   ESA FECHA YA LO REGISTRO SIN ERROR (UNION *
      *   REPETIDA TRAS REPROCESAR UNA CORRIENTE)   *
      *   VA COMO OMITIDO SIN NUMEROS, IGUAL QUE EN *
      *   EL REPROCESO DE Driver1.                  *
      * ANTES DE ESCRIBIR NADA CONTROLA QUE CADA    *
      * REGISTRO DE DEPTCTL FIGURE EN UNA SOLA      *
      * CORRIENTE: SI FALTA UNO (CORRIENTE CORTADA  *
      * O NO LANZADA) O ESTA EN DOS, TERMINA CON    *
      * RETURN-CODE 16 SIN TOCAR LOS ARCHIVOS       *
      * UNIDOS. DEPARTAMENTOS CON ERROR DAN         *
      * RETURN-CODE 8 COMO EN Driver1: SE REPROCESA *
      * SOLO SU CORRIENTE Y SE VUELVE A UNIR.       *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT FUSPARM-FILE ASSIGN TO "FUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSPARM-STATUS.

           SELECT DEPTCTL-FILE ASSIGN TO "DEPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCTL-STATUS.

           SELECT OPTIONAL ESTCOR1-FILE ASSIGN TO "ESTCOR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCOR1-STATUS.

           SELECT OPTIONAL ESTCOR2-FILE ASSIGN TO "ESTCOR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCOR2-STATUS.

           SELECT OPTIONAL ESTCOR3-FILE ASSIGN TO "ESTCOR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCOR3-STATUS.

           SELECT OPTIONAL ESTCOR4-FILE ASSIGN TO "ESTCOR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTCOR4-STATUS.

           SELECT OPTIONAL SALCOR1-FILE ASSIGN TO "SALCOR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALCOR1-STATUS.

           SELECT OPTIONAL SALCOR2-FILE ASSIGN TO "SALCOR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALCOR2-STATUS.

           SELECT OPTIONAL SALCOR3-FILE ASSIGN TO "SALCOR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALCOR3-STATUS.

           SELECT OPTIONAL SALCOR4-FILE ASSIGN TO "SALCOR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALCOR4-STATUS.

           SELECT OPTIONAL AUDCOR1-FILE ASSIGN TO "AUDCOR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCOR1-STATUS.

           SELECT OPTIONAL AUDCOR2-FILE ASSIGN TO "AUDCOR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCOR2-STATUS.

           SELECT OPTIONAL AUDCOR3-FILE ASSIGN TO "AUDCOR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCOR3-STATUS.

           SELECT OPTIONAL AUDCOR4-FILE ASSIGN TO "AUDCOR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCOR4-STATUS.

           SELECT SALTRAB-FILE ASSIGN TO "SALTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALTRAB-STATUS.

           SELECT AUDTRAB-FILE ASSIGN TO "AUDTRAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDTRAB-STATUS.

           SELECT SALIDA-FILE ASSIGN TO "SALIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT DEPSTAT-FILE ASSIGN TO "DEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPSTAT-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "HISTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.

           SELECT ORDEN-ESTADO ASSIGN TO "SORTWK1".

           SELECT ORDEN-SALNUM ASSIGN TO "SORTWK2".

           SELECT ORDEN-AUDNUM ASSIGN TO "SORTWK3".

           SELECT ORDEN-FUSION ASSIGN TO "SORTWK4".
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  FUSPARM-FILE.
       01  FUS-REGISTRO.
           05 FUS-CORRIENTES               PIC 9.
               88 FUS-CORRIENTES-VALIDAS   VALUE 1 THRU 4.

       FD  DEPTCTL-FILE.
           COPY DEPTCTL.

       FD  ESTCOR1-FILE.
       01  ES1-REGISTRO                    PIC X(52).

       FD  ESTCOR2-FILE.
       01  ES2-REGISTRO                    PIC X(52).

       FD  ESTCOR3-FILE.
       01  ES3-REGISTRO                    PIC X(52).

       FD  ESTCOR4-FILE.
       01  ES4-REGISTRO                    PIC X(52).

       FD  SALCOR1-FILE.
       01  SC1-REGISTRO                    PIC X(27).

       FD  SALCOR2-FILE.
       01  SC2-REGISTRO                    PIC X(27).

       FD  SALCOR3-FILE.
       01  SC3-REGISTRO                    PIC X(27).

       FD  SALCOR4-FILE.
       01  SC4-REGISTRO                    PIC X(27).

       FD  AUDCOR1-FILE.
       01  AC1-REGISTRO                    PIC X(51).

       FD  AUDCOR2-FILE.
       01  AC2-REGISTRO                    PIC X(51).

       FD  AUDCOR3-FILE.
       01  AC3-REGISTRO                    PIC X(51).

       FD  AUDCOR4-FILE.
       01  AC4-REGISTRO                    PIC X(51).

       FD  SALTRAB-FILE.
           COPY SALREG REPLACING LEADING ==SAL== BY ==STR==.

       FD  AUDTRAB-FILE.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==ATR==.

       FD  SALIDA-FILE.
           COPY SALREG.

       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  DEPSTAT-FILE.
           COPY DEPSTAT.

       FD  HISTORIA-FILE.
           COPY HISTREG.

       FD  EVENTO-FILE.
           COPY EVENTREG.

       SD  ORDEN-ESTADO.
           COPY DEPSTAT REPLACING LEADING ==EST== BY ==SDE==.

       SD  ORDEN-SALNUM.
           COPY SALREG REPLACING LEADING ==SAL== BY ==SDN==.

       SD  ORDEN-AUDNUM.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==SDA==.

      *    CLAVE DE UNION MAS LA IMAGEN DEL REGISTRO; LA
      *    IMAGEN TIENE EL LARGO DE AUD-REGISTRO, EL MAYOR.
       SD  ORDEN-FUSION.
       01  SDF-REGISTRO.
           05 SDF-CIA                      PIC X(2).
           05 SDF-DEPTO                    PIC X(4).
           05 SDF-NUMERO                   PIC 9(8).
           05 SDF-IMAGEN                   PIC X(51).
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-ORDEN                 PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ORDEN      VALUE "S".
           05 WS-FIN-DEPTOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-DEPTOS     VALUE "S".
           05 WS-FIN-TRABAJO               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-TRABAJO    VALUE "S".
           05 WS-ESTADO-HALLADO            PIC X VALUE "N".
               88 WS-ES-ESTADO-HALLADO     VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".
           05 WS-FIN-HISTORIA              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-HISTORIA   VALUE "S".

       01 WS-CONTADORES.
           05 WS-CORRIENTES                PIC 9 VALUE ZERO.
           05 WS-IDX-COR                   PIC 9 VALUE ZERO.
           05 WS-TOTAL-ESTADOS             PIC 9(4) VALUE ZERO.
           05 WS-MAX-ESTADOS               PIC 9(4) VALUE 500.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-IDX-ULTIMO                PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-DUPLICADOS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-FALTANTES           PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ERRORES             PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CONTROL             PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-OMITIDOS            PIC 9(4) VALUE ZERO.
           05 WS-SAL-LEIDOS                PIC 9(8) VALUE ZERO.
           05 WS-SAL-GRABADOS              PIC 9(8) VALUE ZERO.
           05 WS-AUD-LEIDOS                PIC 9(8) VALUE ZERO.
           05 WS-AUD-GRABADOS              PIC 9(8) VALUE ZERO.
           05 WS-SIN-DEPTO                 PIC 9(8) VALUE ZERO.
           05 WS-NUMERO-BUSCADO            PIC 9(9) VALUE ZERO.

       01 WS-FECHA-HOY                     PIC 9(8).

      *---------------------------------------------*
      * ESTADO DE LA APERTURA DE LOS TRES ARCHIVOS  *
      * DE TRABAJO DE LA CORRIENTE EN CONTROL.      *
      *---------------------------------------------*
       01 WS-APERTURA-CORRIENTE.
           05 WS-AP-ESTADOS                PIC XX.
           05 WS-AP-SALIDA                 PIC XX.
           05 WS-AP-AUDITORIA              PIC XX.

      *---------------------------------------------*
      * DEPSTAT UNIDO, YA ORDENADO POR COMPANIA,    *
      * DEPARTAMENTO Y RANGO. DA TAMBIEN EL         *
      * DEPARTAMENTO DE CADA NUMERO POR SU RANGO Y  *
      * MARCA LOS YA REGISTRADOS SIN ERROR EN       *
      * HISTSTAT PARA LA FECHA DE PROCESO.          *
      *---------------------------------------------*
       01 WS-TABLA-ESTADOS.
           05 WS-UNIDO OCCURS 500 TIMES.
               10 WS-UNI-CIA               PIC X(2).
               10 WS-UNI-DEPTO             PIC X(4).
               10 WS-UNI-INICIO            PIC 9(9).
               10 WS-UNI-FIN               PIC 9(9).
               10 WS-UNI-JOBID             PIC X(8).
               10 WS-UNI-RESULTADO         PIC X(8).
               10 WS-UNI-RETORNO           PIC 9(4).
               10 WS-UNI-GENERADOS         PIC 9(8).
               10 WS-UNI-REGISTRADO        PIC X.
                   88 WS-UNI-YA-REGISTRADO VALUE "S".

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
           05 WS-FUSPARM-STATUS            PIC XX.
           05 WS-DEPTCTL-STATUS            PIC XX.
           05 WS-ESTCOR1-STATUS            PIC XX.
           05 WS-ESTCOR2-STATUS            PIC XX.
           05 WS-ESTCOR3-STATUS            PIC XX.
           05 WS-ESTCOR4-STATUS            PIC XX.
           05 WS-SALCOR1-STATUS            PIC XX.
           05 WS-SALCOR2-STATUS            PIC XX.
           05 WS-SALCOR3-STATUS            PIC XX.
           05 WS-SALCOR4-STATUS            PIC XX.
           05 WS-AUDCOR1-STATUS            PIC XX.
           05 WS-AUDCOR2-STATUS            PIC XX.
           05 WS-AUDCOR3-STATUS            PIC XX.
           05 WS-AUDCOR4-STATUS            PIC XX.
           05 WS-SALTRAB-STATUS            PIC XX.
           05 WS-AUDTRAB-STATUS            PIC XX.
           05 WS-SALIDA-STATUS             PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-DEPSTAT-STATUS            PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 200-UNIR-ESTADOS THRU 200-FIN-UNIR-ESTADOS.
           PERFORM 300-CONTROLAR-DEPTOS THRU 300-FIN-CONTROLAR-DEPTOS.
           PERFORM 400-UNIR-SALIDA THRU 400-FIN-UNIR-SALIDA.
           PERFORM 500-UNIR-AUDITORIA THRU 500-FIN-UNIR-AUDITORIA.
           PERFORM 600-GRABAR-ESTADOS THRU 600-FIN-GRABAR-ESTADOS.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           PERFORM 110-LEER-FECHA-PROCESO
               THRU 110-FIN-LEER-FECHA-PROCESO.
           PERFORM 120-LEER-CORRIENTES THRU 120-FIN-LEER-CORRIENTES.

      *    LAS CORRIENTES 1 A FUSPARM DEBEN HABER DEJADO SUS
      *    TRES ARCHIVOS; UNA CORRIENTE MAS ALLA NO DEBE
      *    EXISTIR, PORQUE SERIA UN RESTO DE OTRA NOCHE QUE
      *    SE MEZCLARIA CON ESTA.
           MOVE 1 TO WS-IDX-COR.
           PERFORM 130-VERIFICAR-CORRIENTE
               THRU 130-FIN-VERIFICAR-CORRIENTE
               UNTIL WS-IDX-COR > 4.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       110-LEER-FECHA-PROCESO.

      *    HISTSTAT SE SELLA CON LA FECHA DE NEGOCIO, QUE
      *    DEBE SEGUIR ABIERTA COMO EN Driver1.
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
               MOVE "FUS0001" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO (FECPROC) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT FEP-ES-ABIERTA
               DISPLAY "ERROR: LA FECHA DE PROCESO " FEP-FECHA
                   " ESTA CERRADA - NOCHE YA PROCESADA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0002" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO CERRADA - NOCHE YA PROCESADA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-HOY.
           DISPLAY "FUSIONA1: FECHA DE PROCESO " WS-FECHA-HOY.

       110-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       120-LEER-CORRIENTES.

           OPEN INPUT FUSPARM-FILE.
           IF WS-FUSPARM-STATUS = "00"
               READ FUSPARM-FILE
                   AT END MOVE "10" TO WS-FUSPARM-STATUS
               END-READ
               CLOSE FUSPARM-FILE
           END-IF.

           IF WS-FUSPARM-STATUS NOT = "00"
               OR FUS-CORRIENTES NOT NUMERIC
               OR NOT FUS-CORRIENTES-VALIDAS
               DISPLAY "ERROR: FUSPARM NO DISPONIBLE O INVALIDO - "
                   "DEBE INDICAR DE 1 A 4 CORRIENTES"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0003" TO WS-EVE-CODIGO
               MOVE "FUSPARM NO DISPONIBLE O INVALIDO"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUS-CORRIENTES TO WS-CORRIENTES.
           DISPLAY "FUSIONA1: CORRIENTES A UNIR " WS-CORRIENTES.

       120-FIN-LEER-CORRIENTES.
           EXIT.
      *---------------------------------------------*
       130-VERIFICAR-CORRIENTE.

           PERFORM 135-PROBAR-CORRIENTE THRU 135-FIN-PROBAR-CORRIENTE.

           IF WS-IDX-COR NOT > WS-CORRIENTES
               IF WS-AP-ESTADOS NOT = "00"
                   OR WS-AP-SALIDA NOT = "00"
                   OR WS-AP-AUDITORIA NOT = "00"
                   DISPLAY "ERROR: FALTAN ARCHIVOS DE LA CORRIENTE "
                       WS-IDX-COR " - ESTCOR=" WS-AP-ESTADOS
                       " SALCOR=" WS-AP-SALIDA
                       " AUDCOR=" WS-AP-AUDITORIA
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "FUS0004" TO WS-EVE-CODIGO
                   MOVE "FALTAN ARCHIVOS DE UNA CORRIENTE"
                       TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-AP-ESTADOS NOT = "05"
                   OR WS-AP-SALIDA NOT = "05"
                   OR WS-AP-AUDITORIA NOT = "05"
                   DISPLAY "ERROR: HAY ARCHIVOS DE LA CORRIENTE "
                       WS-IDX-COR " QUE FUSPARM NO ESPERA"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "FUS0005" TO WS-EVE-CODIGO
                   MOVE "ARCHIVOS DE UNA CORRIENTE NO ESPERADA"
                       TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ADD 1 TO WS-IDX-COR.

       130-FIN-VERIFICAR-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       135-PROBAR-CORRIENTE.

      *    LOS ARCHIVOS DE CORRIENTE SON OPCIONALES: UNO
      *    AUSENTE ABRE CON "05" Y UNO PRESENTE CON "00".
           EVALUATE WS-IDX-COR
               WHEN 1
                   OPEN INPUT ESTCOR1-FILE SALCOR1-FILE AUDCOR1-FILE
                   MOVE WS-ESTCOR1-STATUS TO WS-AP-ESTADOS
                   MOVE WS-SALCOR1-STATUS TO WS-AP-SALIDA
                   MOVE WS-AUDCOR1-STATUS TO WS-AP-AUDITORIA
                   CLOSE ESTCOR1-FILE SALCOR1-FILE AUDCOR1-FILE
               WHEN 2
                   OPEN INPUT ESTCOR2-FILE SALCOR2-FILE AUDCOR2-FILE
                   MOVE WS-ESTCOR2-STATUS TO WS-AP-ESTADOS
                   MOVE WS-SALCOR2-STATUS TO WS-AP-SALIDA
                   MOVE WS-AUDCOR2-STATUS TO WS-AP-AUDITORIA
                   CLOSE ESTCOR2-FILE SALCOR2-FILE AUDCOR2-FILE
               WHEN 3
                   OPEN INPUT ESTCOR3-FILE SALCOR3-FILE AUDCOR3-FILE
                   MOVE WS-ESTCOR3-STATUS TO WS-AP-ESTADOS
                   MOVE WS-SALCOR3-STATUS TO WS-AP-SALIDA
                   MOVE WS-AUDCOR3-STATUS TO WS-AP-AUDITORIA
                   CLOSE ESTCOR3-FILE SALCOR3-FILE AUDCOR3-FILE
               WHEN 4
                   OPEN INPUT ESTCOR4-FILE SALCOR4-FILE AUDCOR4-FILE
                   MOVE WS-ESTCOR4-STATUS TO WS-AP-ESTADOS
                   MOVE WS-SALCOR4-STATUS TO WS-AP-SALIDA
                   MOVE WS-AUDCOR4-STATUS TO WS-AP-AUDITORIA
                   CLOSE ESTCOR4-FILE SALCOR4-FILE AUDCOR4-FILE
           END-EVALUATE.

       135-FIN-PROBAR-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       200-UNIR-ESTADOS.

      *    LAS CORRIENTES NO ESPERADAS YA SE VERIFICARON
      *    AUSENTES, ASI QUE ENTRAN VACIAS AL SORT.
           SORT ORDEN-ESTADO
               ON ASCENDING KEY SDE-CIA SDE-DEPTO SDE-INICIO
               USING ESTCOR1-FILE ESTCOR2-FILE
                     ESTCOR3-FILE ESTCOR4-FILE
               OUTPUT PROCEDURE 210-CARGAR-ESTADOS
                   THRU 210-FIN-CARGAR-ESTADOS.

           IF SORT-RETURN NOT = ZERO
               MOVE "ORDEN DE DEPSTAT" TO WS-EVE-TEXTO
               PERFORM 990-FALLO-ORDEN THRU 990-FIN-FALLO-ORDEN
           END-IF.

       200-FIN-UNIR-ESTADOS.
           EXIT.
      *---------------------------------------------*
       210-CARGAR-ESTADOS.

           MOVE "N" TO WS-FIN-ORDEN.
           PERFORM 215-RETORNAR-ESTADO THRU 215-FIN-RETORNAR-ESTADO.
           PERFORM 220-GUARDAR-ESTADO THRU 220-FIN-GUARDAR-ESTADO
               UNTIL WS-NO-HAY-MAS-ORDEN.

       210-FIN-CARGAR-ESTADOS.
           EXIT.
      *---------------------------------------------*
       215-RETORNAR-ESTADO.

           RETURN ORDEN-ESTADO
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

       215-FIN-RETORNAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       220-GUARDAR-ESTADO.

      *    EL MISMO RANGO EN DOS CORRIENTES QUEDA CONTIGUO
      *    TRAS EL ORDEN: SE GENERO DOS VECES.
           IF WS-TOTAL-ESTADOS > ZERO
               AND SDE-CIA = WS-UNI-CIA (WS-TOTAL-ESTADOS)
               AND SDE-DEPTO = WS-UNI-DEPTO (WS-TOTAL-ESTADOS)
               AND SDE-INICIO = WS-UNI-INICIO (WS-TOTAL-ESTADOS)
               DISPLAY "FUSIONA1: DEPTO " SDE-CIA " " SDE-DEPTO
                   " RANGO " SDE-INICIO " EN MAS DE UNA CORRIENTE"
               ADD 1 TO WS-TOTAL-DUPLICADOS
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "FUS0102" TO WS-EVE-CODIGO
               MOVE SDE-CIA TO WS-EVE-CIA
               MOVE SDE-DEPTO TO WS-EVE-DEPTO
               MOVE SDE-JOBID TO WS-EVE-JOBID
               MOVE "DEPARTAMENTO EN MAS DE UNA CORRIENTE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
           ELSE
               IF WS-TOTAL-ESTADOS NOT < WS-MAX-ESTADOS
                   DISPLAY
                     "ERROR: TABLA DE ESTADOS LLENA ("
                     WS-MAX-ESTADOS ") - PROCESO DETENIDO"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "FUS0006" TO WS-EVE-CODIGO
                   MOVE "TABLA DE ESTADOS LLENA" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-ESTADOS
               MOVE SDE-CIA       TO WS-UNI-CIA (WS-TOTAL-ESTADOS)
               MOVE SDE-DEPTO     TO WS-UNI-DEPTO (WS-TOTAL-ESTADOS)
               MOVE SDE-INICIO    TO WS-UNI-INICIO (WS-TOTAL-ESTADOS)
               MOVE SDE-FIN       TO WS-UNI-FIN (WS-TOTAL-ESTADOS)
               MOVE SDE-JOBID     TO WS-UNI-JOBID (WS-TOTAL-ESTADOS)
               MOVE SDE-RESULTADO
                   TO WS-UNI-RESULTADO (WS-TOTAL-ESTADOS)
               MOVE SDE-RETORNO
                   TO WS-UNI-RETORNO (WS-TOTAL-ESTADOS)
               MOVE SDE-GENERADOS
                   TO WS-UNI-GENERADOS (WS-TOTAL-ESTADOS)
               MOVE "N" TO WS-UNI-REGISTRADO (WS-TOTAL-ESTADOS)
               IF SDE-ES-ERROR
                   ADD 1 TO WS-TOTAL-ERRORES
               END-IF
           END-IF.

           PERFORM 215-RETORNAR-ESTADO THRU 215-FIN-RETORNAR-ESTADO.

       220-FIN-GUARDAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       300-CONTROLAR-DEPTOS.

      *    CADA REGISTRO DE DEPTCTL DEBE TENER SU LINEA EN
      *    EL DEPSTAT UNIDO: LA QUE FALTA ES DE UNA CORRIENTE
      *    QUE SE CORTO ANTES DE LLEGAR A EL O DE UN
      *    DEPARTAMENTO QUE NINGUNA CORRIENTE TOMO.
           OPEN INPUT DEPTCTL-FILE.
           IF WS-DEPTCTL-STATUS NOT = "00"
               DISPLAY "ERROR: DEPTCTL NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0007" TO WS-EVE-CODIGO
               MOVE "DEPTCTL NO DISPONIBLE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 305-LEER-DEPTO THRU 305-FIN-LEER-DEPTO.
           PERFORM 310-CONTROLAR-DEPTO THRU 310-FIN-CONTROLAR-DEPTO
               UNTIL WS-NO-HAY-MAS-DEPTOS.

           CLOSE DEPTCTL-FILE.

           IF WS-TOTAL-FALTANTES > ZERO
               OR WS-TOTAL-DUPLICADOS > ZERO
               DISPLAY "ERROR: CORRIENTES INCOMPLETAS O SUPERPUESTAS "
                   "- FALTANTES " WS-TOTAL-FALTANTES
                   " DUPLICADOS " WS-TOTAL-DUPLICADOS
                   " - NO SE UNE NADA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0008" TO WS-EVE-CODIGO
               MOVE SPACES TO WS-EVE-CIA WS-EVE-DEPTO WS-EVE-JOBID
               MOVE "CORRIENTES INCOMPLETAS O SUPERPUESTAS"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-FIN-CONTROLAR-DEPTOS.
           EXIT.
      *---------------------------------------------*
       305-LEER-DEPTO.

           READ DEPTCTL-FILE
               AT END MOVE "S" TO WS-FIN-DEPTOS
           END-READ.

       305-FIN-LEER-DEPTO.
           EXIT.
      *---------------------------------------------*
       310-CONTROLAR-DEPTO.

           ADD 1 TO WS-TOTAL-CONTROL.
           MOVE "N" TO WS-ESTADO-HALLADO.
           MOVE 1 TO WS-IDX.
           PERFORM 315-COMPARAR-ESTADO THRU 315-FIN-COMPARAR-ESTADO
               UNTIL WS-IDX > WS-TOTAL-ESTADOS
                  OR WS-ES-ESTADO-HALLADO.

           IF NOT WS-ES-ESTADO-HALLADO
               DISPLAY "FUSIONA1: DEPTO " DPT-CIA " " DPT-DEPTO
                   " JOBID " DPT-JOBID " SIN LINEA EN NINGUNA CORRIENTE"
               ADD 1 TO WS-TOTAL-FALTANTES
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "FUS0103" TO WS-EVE-CODIGO
               MOVE DPT-CIA TO WS-EVE-CIA
               MOVE DPT-DEPTO TO WS-EVE-DEPTO
               MOVE DPT-JOBID TO WS-EVE-JOBID
               MOVE "DEPARTAMENTO SIN LINEA EN NINGUNA CORRIENTE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
           END-IF.

           PERFORM 305-LEER-DEPTO THRU 305-FIN-LEER-DEPTO.

       310-FIN-CONTROLAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       315-COMPARAR-ESTADO.

           IF DPT-CIA = WS-UNI-CIA (WS-IDX)
               AND DPT-DEPTO = WS-UNI-DEPTO (WS-IDX)
               AND DPT-JOBID = WS-UNI-JOBID (WS-IDX)
               AND DPT-INICIO = WS-UNI-INICIO (WS-IDX)
               MOVE "S" TO WS-ESTADO-HALLADO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       315-FIN-COMPARAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       400-UNIR-SALIDA.

      *    PRIMERO SE JUNTAN LAS CORRIENTES EN SALTRAB POR
      *    NUMERO; LUEGO CADA NUMERO TOMA LA COMPANIA Y EL
      *    DEPARTAMENTO DE SU RANGO Y SE ORDENA POR ELLOS.
           SORT ORDEN-SALNUM
               ON ASCENDING KEY SDN-NUMERO
               USING SALCOR1-FILE SALCOR2-FILE
                     SALCOR3-FILE SALCOR4-FILE
               GIVING SALTRAB-FILE.

           IF SORT-RETURN NOT = ZERO
               MOVE "ORDEN DE SALIDA POR NUMERO" TO WS-EVE-TEXTO
               PERFORM 990-FALLO-ORDEN THRU 990-FIN-FALLO-ORDEN
           END-IF.

           SORT ORDEN-FUSION
               ON ASCENDING KEY SDF-CIA SDF-DEPTO SDF-NUMERO
               INPUT PROCEDURE 410-CLASIFICAR-SALIDA
                   THRU 410-FIN-CLASIFICAR-SALIDA
               OUTPUT PROCEDURE 420-GRABAR-SALIDA
                   THRU 420-FIN-GRABAR-SALIDA.

           IF SORT-RETURN NOT = ZERO
               MOVE "ORDEN DE SALIDA POR DEPARTAMENTO"
                   TO WS-EVE-TEXTO
               PERFORM 990-FALLO-ORDEN THRU 990-FIN-FALLO-ORDEN
           END-IF.

       400-FIN-UNIR-SALIDA.
           EXIT.
      *---------------------------------------------*
       410-CLASIFICAR-SALIDA.

           OPEN INPUT SALTRAB-FILE.
           IF WS-SALTRAB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SALTRAB - STATUS "
                   WS-SALTRAB-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0010" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR SALTRAB" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-TRABAJO.
           MOVE ZERO TO WS-IDX-ULTIMO.
           PERFORM 412-LEER-SALTRAB THRU 412-FIN-LEER-SALTRAB.
           PERFORM 414-LIBERAR-SALIDA THRU 414-FIN-LIBERAR-SALIDA
               UNTIL WS-NO-HAY-MAS-TRABAJO.

           CLOSE SALTRAB-FILE.

       410-FIN-CLASIFICAR-SALIDA.
           EXIT.
      *---------------------------------------------*
       412-LEER-SALTRAB.

           READ SALTRAB-FILE
               AT END MOVE "S" TO WS-FIN-TRABAJO
           END-READ.

       412-FIN-LEER-SALTRAB.
           EXIT.
      *---------------------------------------------*
       414-LIBERAR-SALIDA.

           ADD 1 TO WS-SAL-LEIDOS.
           MOVE STR-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM 700-UBICAR-DEPTO THRU 700-FIN-UBICAR-DEPTO.
           MOVE STR-NUMERO TO SDF-NUMERO.
           MOVE STR-REGISTRO TO SDF-IMAGEN.
           RELEASE SDF-REGISTRO.

           PERFORM 412-LEER-SALTRAB THRU 412-FIN-LEER-SALTRAB.

       414-FIN-LIBERAR-SALIDA.
           EXIT.
      *---------------------------------------------*
       420-GRABAR-SALIDA.

           OPEN OUTPUT SALIDA-FILE.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR SALIDA - STATUS "
                   WS-SALIDA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0011" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR SALIDA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-ORDEN.
           PERFORM 425-RETORNAR-FUSION THRU 425-FIN-RETORNAR-FUSION.
           PERFORM 422-COPIAR-SALIDA THRU 422-FIN-COPIAR-SALIDA
               UNTIL WS-NO-HAY-MAS-ORDEN.

           CLOSE SALIDA-FILE.

       420-FIN-GRABAR-SALIDA.
           EXIT.
      *---------------------------------------------*
       422-COPIAR-SALIDA.

           MOVE SDF-IMAGEN TO SAL-REGISTRO.
           WRITE SAL-REGISTRO.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR SALIDA - STATUS "
                   WS-SALIDA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0012" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR SALIDA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SAL-GRABADOS.

           PERFORM 425-RETORNAR-FUSION THRU 425-FIN-RETORNAR-FUSION.

       422-FIN-COPIAR-SALIDA.
           EXIT.
      *---------------------------------------------*
       425-RETORNAR-FUSION.

           RETURN ORDEN-FUSION
               AT END MOVE "S" TO WS-FIN-ORDEN
           END-RETURN.

       425-FIN-RETORNAR-FUSION.
           EXIT.
      *---------------------------------------------*
       500-UNIR-AUDITORIA.

      *    MISMO CAMINO QUE SALIDA: AUDTRAB POR NUMERO Y
      *    LUEGO POR COMPANIA, DEPARTAMENTO Y NUMERO.
           SORT ORDEN-AUDNUM
               ON ASCENDING KEY SDA-NUMERO
               USING AUDCOR1-FILE AUDCOR2-FILE
                     AUDCOR3-FILE AUDCOR4-FILE
               GIVING AUDTRAB-FILE.

           IF SORT-RETURN NOT = ZERO
               MOVE "ORDEN DE AUDITLOG POR NUMERO" TO WS-EVE-TEXTO
               PERFORM 990-FALLO-ORDEN THRU 990-FIN-FALLO-ORDEN
           END-IF.

           SORT ORDEN-FUSION
               ON ASCENDING KEY SDF-CIA SDF-DEPTO SDF-NUMERO
               INPUT PROCEDURE 510-CLASIFICAR-AUDITORIA
                   THRU 510-FIN-CLASIFICAR-AUDITORIA
               OUTPUT PROCEDURE 520-GRABAR-AUDITORIA
                   THRU 520-FIN-GRABAR-AUDITORIA.

           IF SORT-RETURN NOT = ZERO
               MOVE "ORDEN DE AUDITLOG POR DEPARTAMENTO"
                   TO WS-EVE-TEXTO
               PERFORM 990-FALLO-ORDEN THRU 990-FIN-FALLO-ORDEN
           END-IF.

       500-FIN-UNIR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       510-CLASIFICAR-AUDITORIA.

           OPEN INPUT AUDTRAB-FILE.
           IF WS-AUDTRAB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDTRAB - STATUS "
                   WS-AUDTRAB-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0013" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDTRAB" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-TRABAJO.
           MOVE ZERO TO WS-IDX-ULTIMO.
           PERFORM 512-LEER-AUDTRAB THRU 512-FIN-LEER-AUDTRAB.
           PERFORM 514-LIBERAR-AUDITORIA
               THRU 514-FIN-LIBERAR-AUDITORIA
               UNTIL WS-NO-HAY-MAS-TRABAJO.

           CLOSE AUDTRAB-FILE.

       510-FIN-CLASIFICAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       512-LEER-AUDTRAB.

           READ AUDTRAB-FILE
               AT END MOVE "S" TO WS-FIN-TRABAJO
           END-READ.

       512-FIN-LEER-AUDTRAB.
           EXIT.
      *---------------------------------------------*
       514-LIBERAR-AUDITORIA.

           ADD 1 TO WS-AUD-LEIDOS.
           MOVE ATR-NUMERO TO WS-NUMERO-BUSCADO.
           PERFORM 700-UBICAR-DEPTO THRU 700-FIN-UBICAR-DEPTO.
           MOVE ATR-NUMERO TO SDF-NUMERO.
           MOVE ATR-REGISTRO TO SDF-IMAGEN.
           RELEASE SDF-REGISTRO.

           PERFORM 512-LEER-AUDTRAB THRU 512-FIN-LEER-AUDTRAB.

       514-FIN-LIBERAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       520-GRABAR-AUDITORIA.

           OPEN OUTPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0014" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDITLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-ORDEN.
           PERFORM 425-RETORNAR-FUSION THRU 425-FIN-RETORNAR-FUSION.
           PERFORM 522-COPIAR-AUDITORIA THRU 522-FIN-COPIAR-AUDITORIA
               UNTIL WS-NO-HAY-MAS-ORDEN.

           CLOSE AUDITORIA-FILE.

       520-FIN-GRABAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       522-COPIAR-AUDITORIA.

           MOVE SDF-IMAGEN TO AUD-REGISTRO.
           WRITE AUD-REGISTRO.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0015" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR AUDITLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AUD-GRABADOS.

           PERFORM 425-RETORNAR-FUSION THRU 425-FIN-RETORNAR-FUSION.

       522-FIN-COPIAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       600-GRABAR-ESTADOS.

      *    HISTSTAT SE ESCRIBE AL FINAL, CUANDO SALIDA Y
      *    AUDITLOG YA ESTAN UNIDOS: UN CORTE ANTES DE ESTE
      *    PUNTO SE RESUELVE VOLVIENDO A CORRER LA UNION SIN
      *    DUPLICAR EL HISTORIAL.
           PERFORM 620-CONSULTAR-HISTORIA
               THRU 620-FIN-CONSULTAR-HISTORIA.

           OPEN OUTPUT DEPSTAT-FILE.
           IF WS-DEPSTAT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPSTAT - STATUS "
                   WS-DEPSTAT-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0016" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTSTAT - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0017" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR HISTSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM 610-GRABAR-ESTADO THRU 610-FIN-GRABAR-ESTADO
               UNTIL WS-IDX > WS-TOTAL-ESTADOS.

           CLOSE DEPSTAT-FILE.
           CLOSE HISTORIA-FILE.

       600-FIN-GRABAR-ESTADOS.
           EXIT.
      *---------------------------------------------*
       610-GRABAR-ESTADO.

           MOVE WS-UNI-CIA (WS-IDX)       TO EST-CIA.
           MOVE WS-UNI-DEPTO (WS-IDX)     TO EST-DEPTO.
           MOVE WS-UNI-INICIO (WS-IDX)    TO EST-INICIO.
           MOVE WS-UNI-FIN (WS-IDX)       TO EST-FIN.
           MOVE WS-UNI-JOBID (WS-IDX)     TO EST-JOBID.
           MOVE WS-UNI-RESULTADO (WS-IDX) TO EST-RESULTADO.
           MOVE WS-UNI-RETORNO (WS-IDX)   TO EST-RETORNO.
           MOVE WS-UNI-GENERADOS (WS-IDX) TO EST-GENERADOS.
           WRITE EST-REGISTRO.
           IF WS-DEPSTAT-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR DEPSTAT - STATUS "
                   WS-DEPSTAT-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0018" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR DEPSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    UNA UNION REPETIDA NO VUELVE A SUMAR LOS NUMEROS
      *    DE UN DEPARTAMENTO YA REGISTRADO SIN ERROR ESTA
      *    FECHA: VA COMO OMITIDO, COMO EN Driver1 (118).
           MOVE WS-FECHA-HOY              TO HIS-FECHA.
           MOVE WS-UNI-CIA (WS-IDX)       TO HIS-CIA.
           MOVE WS-UNI-DEPTO (WS-IDX)     TO HIS-DEPTO.
           MOVE WS-UNI-INICIO (WS-IDX)    TO HIS-INICIO.
           MOVE WS-UNI-FIN (WS-IDX)       TO HIS-FIN.
           MOVE WS-UNI-JOBID (WS-IDX)     TO HIS-JOBID.
           IF WS-UNI-YA-REGISTRADO (WS-IDX)
               MOVE "OMITIDO" TO HIS-RESULTADO
               MOVE ZERO TO HIS-RETORNO
               MOVE ZERO TO HIS-GENERADOS
               ADD 1 TO WS-TOTAL-OMITIDOS
           ELSE
               MOVE WS-UNI-RESULTADO (WS-IDX) TO HIS-RESULTADO
               MOVE WS-UNI-RETORNO (WS-IDX)   TO HIS-RETORNO
               MOVE WS-UNI-GENERADOS (WS-IDX) TO HIS-GENERADOS
           END-IF.
           WRITE HIS-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR HISTSTAT - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0019" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR HISTSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-IDX.

       610-FIN-GRABAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       620-CONSULTAR-HISTORIA.

      *    MISMA REGLA QUE EL REPROCESO DE Driver1: CUENTA LA
      *    COMPANIA, EL DEPARTAMENTO Y EL JOBID, PORQUE UN
      *    DEPARTAMENTO PUEDE TENER VARIOS RANGOS.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR HISTSTAT - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "FUS0017" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR HISTSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 625-LEER-HISTORIA THRU 625-FIN-LEER-HISTORIA.
           PERFORM 630-MARCAR-REGISTRADO
               THRU 630-FIN-MARCAR-REGISTRADO
               UNTIL WS-NO-HAY-MAS-HISTORIA.

           CLOSE HISTORIA-FILE.

       620-FIN-CONSULTAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       625-LEER-HISTORIA.

           READ HISTORIA-FILE
               AT END MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       625-FIN-LEER-HISTORIA.
           EXIT.
      *---------------------------------------------*
       630-MARCAR-REGISTRADO.

           IF HIS-FECHA = WS-FECHA-HOY
               AND HIS-RESULTADO NOT = "ERROR"
               MOVE 1 TO WS-IDX
               PERFORM 635-COMPARAR-REGISTRADO
                   THRU 635-FIN-COMPARAR-REGISTRADO
                   UNTIL WS-IDX > WS-TOTAL-ESTADOS
           END-IF.

           PERFORM 625-LEER-HISTORIA THRU 625-FIN-LEER-HISTORIA.

       630-FIN-MARCAR-REGISTRADO.
           EXIT.
      *---------------------------------------------*
       635-COMPARAR-REGISTRADO.

           IF HIS-CIA = WS-UNI-CIA (WS-IDX)
               AND HIS-DEPTO = WS-UNI-DEPTO (WS-IDX)
               AND HIS-JOBID = WS-UNI-JOBID (WS-IDX)
               MOVE "S" TO WS-UNI-REGISTRADO (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       635-FIN-COMPARAR-REGISTRADO.
           EXIT.
      *---------------------------------------------*
       700-UBICAR-DEPTO.

      *    LOS NUMEROS LLEGAN ORDENADOS, ASI QUE CASI SIEMPRE
      *    CAEN EN EL MISMO RANGO QUE EL ANTERIOR; SOLO AL
      *    CAMBIAR DE RANGO SE RECORRE LA TABLA. UN NUMERO
      *    FUERA DE TODO RANGO VA AL FINAL DEL ARCHIVO.
           MOVE "N" TO WS-RANGO-HALLADO.
           IF WS-IDX-ULTIMO > ZERO
               AND WS-NUMERO-BUSCADO
                   NOT < WS-UNI-INICIO (WS-IDX-ULTIMO)
               AND WS-NUMERO-BUSCADO
                   NOT > WS-UNI-FIN (WS-IDX-ULTIMO)
               MOVE "S" TO WS-RANGO-HALLADO
           ELSE
               MOVE 1 TO WS-IDX
               PERFORM 705-COMPARAR-RANGO THRU 705-FIN-COMPARAR-RANGO
                   UNTIL WS-IDX > WS-TOTAL-ESTADOS
                      OR WS-ES-RANGO-HALLADO
           END-IF.

           IF WS-ES-RANGO-HALLADO
               MOVE WS-UNI-CIA (WS-IDX-ULTIMO)   TO SDF-CIA
               MOVE WS-UNI-DEPTO (WS-IDX-ULTIMO) TO SDF-DEPTO
           ELSE
               MOVE HIGH-VALUES TO SDF-CIA SDF-DEPTO
               ADD 1 TO WS-SIN-DEPTO
           END-IF.

       700-FIN-UBICAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       705-COMPARAR-RANGO.

           IF WS-NUMERO-BUSCADO NOT < WS-UNI-INICIO (WS-IDX)
               AND WS-NUMERO-BUSCADO NOT > WS-UNI-FIN (WS-IDX)
               MOVE "S" TO WS-RANGO-HALLADO
               MOVE WS-IDX TO WS-IDX-ULTIMO
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       705-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           DISPLAY "FUSIONA1: DEPARTAMENTOS UNIDOS ... "
               WS-TOTAL-ESTADOS.
           DISPLAY "FUSIONA1: YA EN HISTSTAT (OMITIDOS) "
               WS-TOTAL-OMITIDOS.
           DISPLAY "FUSIONA1: SALIDA   LEIDOS " WS-SAL-LEIDOS
               " GRABADOS " WS-SAL-GRABADOS.
           DISPLAY "FUSIONA1: AUDITLOG LEIDOS " WS-AUD-LEIDOS
               " GRABADOS " WS-AUD-GRABADOS.

           IF WS-SIN-DEPTO > ZERO
               DISPLAY "FUSIONA1: NUMEROS FUERA DE TODO RANGO "
                   WS-SIN-DEPTO " - GRABADOS AL FINAL"
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "FUS0101" TO WS-EVE-CODIGO
               MOVE SPACES TO WS-EVE-CIA WS-EVE-DEPTO WS-EVE-JOBID
               MOVE "NUMEROS FUERA DE TODO RANGO DE DEPSTAT"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-TOTAL-ERRORES > ZERO
               DISPLAY "*** DEPARTAMENTOS CON ERROR: REPROCESAR SU "
                   "CORRIENTE CON DRVPARM R Y VOLVER A UNIR ***"
               MOVE 1 TO WS-IDX
               PERFORM 905-LISTAR-ERROR THRU 905-FIN-LISTAR-ERROR
                   UNTIL WS-IDX > WS-TOTAL-ESTADOS
               MOVE 8 TO RETURN-CODE
           END-IF.

       900-FIN-EXIT.
           EXIT.
      *---------------------------------------------*
       905-LISTAR-ERROR.

           IF WS-UNI-RESULTADO (WS-IDX) = "ERROR   "
               DISPLAY "    CIA " WS-UNI-CIA (WS-IDX)
                   " DEPTO " WS-UNI-DEPTO (WS-IDX)
                   " JOBID " WS-UNI-JOBID (WS-IDX)
                   " RC " WS-UNI-RETORNO (WS-IDX)
           END-IF.
           ADD 1 TO WS-IDX.

       905-FIN-LISTAR-ERROR.
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
               MOVE "FUSIONA1" TO EVE-PROGRAMA
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
      *---------------------------------------------*
       990-FALLO-ORDEN.

      *    EL TEXTO DEL EVENTO YA TRAE QUE ORDEN FALLO.
           DISPLAY "ERROR: FALLO EN EL " WS-EVE-TEXTO
               " - SORT-RETURN " SORT-RETURN.
           MOVE "F" TO WS-EVE-SEVERIDAD.
           MOVE "FUS0009" TO WS-EVE-CODIGO.
           MOVE SPACES TO WS-EVE-CIA WS-EVE-DEPTO WS-EVE-JOBID.
           PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       990-FIN-FALLO-ORDEN.
           EXIT.

       end program Fusiona1.
