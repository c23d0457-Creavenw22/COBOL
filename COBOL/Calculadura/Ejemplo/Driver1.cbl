      * SE REPROCESAN SOLO LOS DEPARTAMENTOS QUE NO *
      * TERMINARON BIEN LA NOCHE ANTERIOR, SIN      *
      * TRUNCAR LA SALIDA YA GENERADA.              *
      * CON UNA CORRIENTE (1 A 4) O UNA COMPANIA EN *
      * DRVPARM, EL PASO CORRE COMO UNA DE VARIAS   *
      * CORRIENTES EN PARALELO: SOLO TOMA LOS       *
      * DEPARTAMENTOS DE ESA CORRIENTE (TABLA       *
      * CORRIENT) O COMPANIA, Y SALIDA, AUDITLOG,   *
      * DEPSTAT, CTLPARM Y CHKPUNTO SON LOS         *
      * ARCHIVOS DE TRABAJO PROPIOS DE LA CORRIENTE *
      * ASIGNADOS EN SU PASO. EL HISTORIAL HISTSTAT *
      * NO SE TOCA: LO ESCRIBE Fusiona1 AL UNIR LAS *
      * CORRIENTES. UNA CORRIENTE FALLADA SE        *
      * REPROCESA SOLA CON "R" Y SU MISMA SELECCION.*
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT OPTIONAL CORRIENTE-FILE ASSIGN TO "CORRIENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRIENTE-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "HISTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       01  DRV-REGISTRO.
           05 DRV-MODO                     PIC X.
               88 DRV-SOLO-FALLIDOS        VALUE "R".
           05 DRV-CORRIENTE                PIC X.
               88 DRV-CORRIENTE-VALIDA     VALUE "1" THRU "4".
           05 DRV-CIA                      PIC X(2).

       FD  DEPSTAT-FILE.
           COPY DEPSTAT.
       FD  CALENDARIO-FILE.
           COPY CALREG.

       FD  CORRIENTE-FILE.
           COPY CORREG.

       FD  EVENTO-FILE.
           COPY EVENTREG.

       FD  HISTORIA-FILE.
           COPY HISTREG.

       FD  FECPROC-FILE.
           COPY FECPREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
               88 WS-ES-CALEN-HALLADO      VALUE "S".
           05 WS-CHK-HALLADO               PIC X VALUE "N".
               88 WS-ES-CHK-HALLADO        VALUE "S".
           05 WS-MODO-CORRIENTE            PIC X VALUE "N".
               88 WS-ES-CORRIENTE          VALUE "S".
           05 WS-FIN-CORRIENTES            PIC X VALUE "N".
               88 WS-NO-HAY-MAS-CORRIENTES VALUE "S".
           05 WS-DEPTO-EN-CORRIENTE        PIC X VALUE "S".
               88 WS-ES-DE-LA-CORRIENTE    VALUE "S".
           05 WS-COR-HALLADA               PIC X VALUE "N".
               88 WS-ES-COR-HALLADA        VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-DEPTOS              PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CALEN               PIC 9(4) VALUE ZERO.
           05 WS-MAX-CALEN                 PIC 9(4) VALUE 500.
           05 WS-IDX-CAL                   PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CORRIENTES          PIC 9(4) VALUE ZERO.
           05 WS-MAX-CORRIENTES            PIC 9(4) VALUE 500.
           05 WS-IDX-COR                   PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-AJENOS              PIC 9(4) VALUE ZERO.

       01 WS-FECHA-PROCESO.
           05 WS-FECHA-HOY                 PIC 9(8).

       01 WS-RESULTADO-DEPTO               PIC X(8).

      *---------------------------------------------*
      * SELECCION DE LA CORRIENTE DE ESTE PASO      *
      * (DRVPARM) Y CORRIENTE DEL DEPARTAMENTO EN   *
      * CURSO SEGUN CORRIENT.                       *
      *---------------------------------------------*
       01 WS-SELECCION.
           05 WS-SEL-CORRIENTE             PIC X VALUE SPACE.
           05 WS-SEL-CIA                   PIC X(2) VALUE SPACES.
           05 WS-CORRIENTE-DEPTO           PIC X.

      *---------------------------------------------*
      * CALENDARIO DE PROCESO (CALENPRO): FRECUENCIA*
      * POR DEPARTAMENTO Y FECHAS FERIADAS, PARA    *
               10 WS-CAL-FRECUENCIA        PIC X.
               10 WS-CAL-DIA-SEMANA        PIC 9.

      *---------------------------------------------*
      * CORRIENTE ASIGNADA A CADA DEPARTAMENTO      *
      * (CORRIENT), CARGADA SOLO CUANDO EL PASO     *
      * CORRE POR CORRIENTE.                        *
      *---------------------------------------------*
       01 WS-TABLA-CORRIENTES.
           05 WS-CORR OCCURS 500 TIMES.
               10 WS-COR-CIA               PIC X(2).
               10 WS-COR-DEPTO             PIC X(4).
               10 WS-COR-CORRIENTE         PIC X.

      *---------------------------------------------*
      * ESTADO DE LA PASADA ANTERIOR (DEPSTAT),     *
      * CARGADO SOLO EN MODO REPROCESO PARA OMITIR  *
      * LOS DEPARTAMENTOS QUE YA TERMINARON BIEN.   *
      * SE GUARDAN TAMBIEN RETORNO Y GENERADOS      *
      * PORQUE UNA CORRIENTE LOS DEVUELVE TAL CUAL  *
      * A SU DEPSTAT.                               *
      *---------------------------------------------*
       01 WS-TABLA-PREVIOS.
           05 WS-PREVIO OCCURS 500 TIMES.
               10 WS-PRE-DEPTO             PIC X(4).
               10 WS-PRE-JOBID             PIC X(8).
               10 WS-PRE-RESULTADO         PIC X(8).
               10 WS-PRE-RETORNO           PIC 9(4).
               10 WS-PRE-GENERADOS         PIC 9(8).

      *---------------------------------------------*
      * DEPARTAMENTOS FALLADOS EN ESTA PASADA, PARA *
           05 WS-DEPSTAT-STATUS            PIC XX.
           05 WS-CHECKPOINT-STATUS         PIC XX.
           05 WS-CALENDARIO-STATUS         PIC XX.
           05 WS-CORRIENTE-STATUS          PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           END-IF.

           PERFORM 102-LEER-MODO THRU 102-FIN-LEER-MODO.
           PERFORM 120-LEER-FECHA-PROCESO
               THRU 120-FIN-LEER-FECHA-PROCESO.
           PERFORM 107-CARGAR-CALENDARIO
               THRU 107-FIN-CARGAR-CALENDARIO.
           IF WS-SEL-CORRIENTE NOT = SPACE
               PERFORM 122-CARGAR-CORRIENTES
                   THRU 122-FIN-CARGAR-CORRIENTES
           END-IF.

           IF WS-ES-REPROCESO
               PERFORM 103-CARGAR-ESTADO-PREVIO

      *    EL HISTORIAL DE PASADAS ES ACUMULATIVO: SE ABRE
      *    EN EXTEND PARA QUE EL RESULTADO DE ANOCHE NO SE
      *    PIERDA CUANDO DEPSTAT SE REESCRIBE. UNA CORRIENTE
      *    NO LO ABRE: LO ALIMENTA Fusiona1 CON EL DEPSTAT
      *    UNIDO DE TODAS.
           IF NOT WS-ES-CORRIENTE
               OPEN EXTEND HISTORIA-FILE
               IF WS-HISTORIA-STATUS NOT = "00" AND "05"
                   DISPLAY
                     "ERROR: NO SE PUDO ABRIR HISTSTAT - STATUS "
                     WS-HISTORIA-STATUS
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "DRV0010" TO WS-EVE-CODIGO
                   MOVE "NO SE PUDO ABRIR HISTSTAT" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 105-LEER-DEPTO THRU 105-FIN-LEER-DEPTO.
                   DISPLAY
                     "DRIVER1: REPROCESO SOLO DE DEPTOS FALLIDOS"
               END-IF
               IF WS-DRVPARM-STATUS = "00"
                   PERFORM 121-LEER-SELECCION
                       THRU 121-FIN-LEER-SELECCION
               END-IF
               CLOSE DRVPARM-FILE
           END-IF.

           MOVE EST-DEPTO     TO WS-PRE-DEPTO (WS-TOTAL-PREVIOS).
           MOVE EST-JOBID     TO WS-PRE-JOBID (WS-TOTAL-PREVIOS).
           MOVE EST-RESULTADO TO WS-PRE-RESULTADO (WS-TOTAL-PREVIOS).
           MOVE EST-RETORNO   TO WS-PRE-RETORNO (WS-TOTAL-PREVIOS).
           MOVE EST-GENERADOS TO WS-PRE-GENERADOS (WS-TOTAL-PREVIOS).

           PERFORM 104-LEER-ESTADO THRU 104-FIN-LEER-ESTADO.


      *    SIN CALENPRO SE CONSERVA EL COMPORTAMIENTO
      *    HISTORICO: TODOS LOS DEPARTAMENTOS DE DEPTCTL
      *    SE GENERAN TODAS LAS NOCHES. EL DIA DE LA SEMANA
      *    Y EL FIN DE MES SE DERIVAN DE LA FECHA DE PROCESO.
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
           COMPUTE WS-DIA-SEMANA =
      *---------------------------------------------*
       110-PROCESAR-DEPTOS.

      *    UN DEPARTAMENTO DE OTRA CORRIENTE NO SE TOCA NI
      *    DEJA LINEA EN DEPSTAT: CONSTA EN EL DE SU PROPIA
      *    CORRIENTE.
           PERFORM 123-EVALUAR-CORRIENTE
               THRU 123-FIN-EVALUAR-CORRIENTE.

           IF NOT WS-ES-DE-LA-CORRIENTE
               ADD 1 TO WS-TOTAL-AJENOS
           ELSE
               PERFORM 125-PROCESAR-DEPTO
                   THRU 125-FIN-PROCESAR-DEPTO
           END-IF.

           PERFORM 105-LEER-DEPTO THRU 105-FIN-LEER-DEPTO.

       110-FIN-PROCESAR-DEPTOS.
           EXIT.
      *---------------------------------------------*
       125-PROCESAR-DEPTO.

      *    EN REPROCESO NO SE EVALUA EL CALENDARIO: LA
      *    SELECCION YA QUEDO HECHA EN LA PASADA ORIGINAL Y
      *    ESTA REGISTRADA EN EL DEPSTAT PREVIO (NOPROG PARA
               END-IF
           END-IF.

       125-FIN-PROCESAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       111-EVALUAR-CALENDARIO.
           END-IF.

      *    LA MISMA LINEA DE ESTADO SE AGREGA AL HISTORIAL
      *    PERMANENTE, SELLADA CON LA FECHA DE PROCESO; EN
      *    UNA CORRIENTE LA AGREGA Fusiona1.
           IF NOT WS-ES-CORRIENTE
               PERFORM 124-GRABAR-HISTORIA
                   THRU 124-FIN-GRABAR-HISTORIA
           END-IF.

       115-FIN-GRABAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       124-GRABAR-HISTORIA.

           MOVE WS-FECHA-HOY       TO HIS-FECHA.
           MOVE DPT-CIA            TO HIS-CIA.
           MOVE DPT-DEPTO          TO HIS-DEPTO.
               STOP RUN
           END-IF.

       124-FIN-GRABAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       118-OMITIR-DEPTO.
               " OMITIDO - YA TERMINO BIEN EN LA PASADA PREVIA".

           ADD 1 TO WS-TOTAL-OMITIDOS.

      *    EN UNA CORRIENTE EL HISTORIAL LO ESCRIBE Fusiona1
      *    DESDE ESTE DEPSTAT, ASI QUE SE DEVUELVE EL
      *    RESULTADO PREVIO SIN CAMBIOS (WS-IDX QUEDO EN LA
      *    ENTRADA ENCONTRADA POR 108); SI SE GRABARA OMITIDO
      *    SE PERDERIAN SU RESULTADO Y SUS GENERADOS. UNA
      *    FUSION REPETIDA YA LOS CONVIERTE EN OMITIDO.
           IF WS-ES-CORRIENTE
               MOVE WS-PRE-RESULTADO (WS-IDX) TO WS-RESULTADO-DEPTO
               MOVE WS-PRE-RETORNO (WS-IDX) TO WS-RC-DEPTO
               MOVE WS-PRE-GENERADOS (WS-IDX) TO WS-GENERADOS-DEPTO
           ELSE
               MOVE "OMITIDO" TO WS-RESULTADO-DEPTO
               MOVE ZERO TO WS-RC-DEPTO
               MOVE ZERO TO WS-GENERADOS-DEPTO
           END-IF.
           PERFORM 115-GRABAR-ESTADO THRU 115-FIN-GRABAR-ESTADO.

       118-FIN-OMITIR-DEPTO.
           EXIT.
      *---------------------------------------------*
       120-LEER-FECHA-PROCESO.

      *    LA FECHA DE NEGOCIO DE LA NOCHE VIENE DE FECPROC Y
      *    DEBE ESTAR ABIERTA: UNA FECHA YA CERRADA ES UNA
      *    NOCHE YA PROCESADA Y NO SE VUELVE A GENERAR. EL
      *    REPROCESO DE FALLIDOS CORRE CON LA FECHA AUN
      *    ABIERTA DE LA MISMA NOCHE.
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
               MOVE "DRV0012" TO WS-EVE-CODIGO
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
               MOVE "DRV0013" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO CERRADA - NOCHE YA PROCESADA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-HOY.
           DISPLAY "DRIVER1: FECHA DE PROCESO " WS-FECHA-HOY.

       120-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       121-LEER-SELECCION.

      *    DRVPARM SIN CORRIENTE NI COMPANIA ES LA PASADA
      *    UNICA DE SIEMPRE. UNA CORRIENTE FUERA DE 1 A 4 NO
      *    TIENE DONDE UNIRSE Y DETIENE EL PASO.
           IF DRV-CORRIENTE NOT = SPACE
               AND NOT DRV-CORRIENTE-VALIDA
               DISPLAY "ERROR: CORRIENTE INVALIDA EN DRVPARM '"
                   DRV-CORRIENTE "' - DEBE SER 1 A 4"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DRV0014" TO WS-EVE-CODIGO
               MOVE "CORRIENTE INVALIDA EN DRVPARM" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE DRV-CORRIENTE TO WS-SEL-CORRIENTE.
           MOVE DRV-CIA TO WS-SEL-CIA.
           IF WS-SEL-CORRIENTE NOT = SPACE
               OR WS-SEL-CIA NOT = SPACES
               MOVE "S" TO WS-MODO-CORRIENTE
               DISPLAY "DRIVER1: CORRE COMO CORRIENTE '"
                   WS-SEL-CORRIENTE "' COMPANIA '" WS-SEL-CIA "'"
           END-IF.

       121-FIN-LEER-SELECCION.
           EXIT.
      *---------------------------------------------*
       122-CARGAR-CORRIENTES.

      *    SIN CORRIENT TODOS LOS DEPARTAMENTOS QUEDAN EN LA
      *    CORRIENTE 1.
           OPEN INPUT CORRIENTE-FILE.
           IF WS-CORRIENTE-STATUS = "00"
               PERFORM 126-LEER-CORRIENTE THRU 126-FIN-LEER-CORRIENTE
               PERFORM 127-GUARDAR-CORRIENTE
                   THRU 127-FIN-GUARDAR-CORRIENTE
                   UNTIL WS-NO-HAY-MAS-CORRIENTES
               CLOSE CORRIENTE-FILE
           END-IF.

       122-FIN-CARGAR-CORRIENTES.
           EXIT.
      *---------------------------------------------*
       126-LEER-CORRIENTE.

           READ CORRIENTE-FILE
               AT END MOVE "S" TO WS-FIN-CORRIENTES
           END-READ.

       126-FIN-LEER-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       127-GUARDAR-CORRIENTE.

           IF WS-TOTAL-CORRIENTES NOT < WS-MAX-CORRIENTES
               DISPLAY
                 "ERROR: TABLA DE CORRIENTES LLENA ("
                 WS-MAX-CORRIENTES ") - PROCESO DETENIDO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DRV0015" TO WS-EVE-CODIGO
               MOVE "TABLA DE CORRIENTES LLENA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TOTAL-CORRIENTES.
           MOVE COR-CIA   TO WS-COR-CIA (WS-TOTAL-CORRIENTES).
           MOVE COR-DEPTO TO WS-COR-DEPTO (WS-TOTAL-CORRIENTES).
           MOVE COR-CORRIENTE
               TO WS-COR-CORRIENTE (WS-TOTAL-CORRIENTES).

           PERFORM 126-LEER-CORRIENTE THRU 126-FIN-LEER-CORRIENTE.

       127-FIN-GUARDAR-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       123-EVALUAR-CORRIENTE.

      *    EL DEPARTAMENTO ES DE ESTE PASO SI CUMPLE LA
      *    COMPANIA Y LA CORRIENTE PEDIDAS; LA QUE NO SE
      *    PIDE NO FILTRA.
           MOVE "S" TO WS-DEPTO-EN-CORRIENTE.

           IF WS-SEL-CIA NOT = SPACES
               AND DPT-CIA NOT = WS-SEL-CIA
               MOVE "N" TO WS-DEPTO-EN-CORRIENTE
           END-IF.

           IF WS-SEL-CORRIENTE NOT = SPACE
               MOVE "1" TO WS-CORRIENTE-DEPTO
               MOVE "N" TO WS-COR-HALLADA
               MOVE 1 TO WS-IDX-COR
               PERFORM 128-COMPARAR-CORRIENTE
                   THRU 128-FIN-COMPARAR-CORRIENTE
                   UNTIL WS-IDX-COR > WS-TOTAL-CORRIENTES
                      OR WS-ES-COR-HALLADA
               IF WS-CORRIENTE-DEPTO NOT = WS-SEL-CORRIENTE
                   MOVE "N" TO WS-DEPTO-EN-CORRIENTE
               END-IF
           END-IF.

       123-FIN-EVALUAR-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       128-COMPARAR-CORRIENTE.

           IF DPT-CIA = WS-COR-CIA (WS-IDX-COR)
               AND DPT-DEPTO = WS-COR-DEPTO (WS-IDX-COR)
               MOVE "S" TO WS-COR-HALLADA
               MOVE WS-COR-CORRIENTE (WS-IDX-COR)
                   TO WS-CORRIENTE-DEPTO
           ELSE
               ADD 1 TO WS-IDX-COR
           END-IF.

       128-FIN-COMPARAR-CORRIENTE.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE DEPTCTL-FILE.
           CLOSE DEPSTAT-FILE.
           IF NOT WS-ES-CORRIENTE
               CLOSE HISTORIA-FILE
           END-IF.

           DISPLAY "DRIVER1: DEPARTAMENTOS PROCESADOS: "
               WS-TOTAL-DEPTOS.
           DISPLAY "DRIVER1: PLANIFICADOS " WS-TOTAL-PLANIFICADOS
               " EJECUTADOS " WS-TOTAL-DEPTOS
               " NO PROGRAMADOS " WS-TOTAL-NO-PROG.
           IF WS-ES-CORRIENTE
               DISPLAY "DRIVER1: DE OTRAS CORRIENTES ...... "
                   WS-TOTAL-AJENOS
           END-IF.

           IF WS-TOTAL-FALLADOS > ZERO
               DISPLAY "*** RESUMEN DE EXCEPCIONES ***"
