       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Cadena1 as "Ejemplo.Cadena1".
      *---------------------------------------------*
      * CONTROLADOR DE LA CADENA NOCTURNA. LEE LA   *
      * TABLA DE PASOS (PASOTAB: Asigna1, Editor1,  *
      * Driver1, Verifica1, Extracto1, Resumen1,    *
      * Concilia1, Archiva1, Eventos1) Y LANZA CADA *
      * PASO EN ORDEN. UN RETORNO MAYOR QUE EL      *
      * PERMITIDO EN UN PASO OBLIGATORIO DETIENE LA *
      * CADENA; EN UN PASO OPCIONAL SE REGISTRA Y   *
      * SE SIGUE. INICIO, FIN Y RETORNO DE CADA     *
      * PASO QUEDAN EN PASOSTAT CON LA FECHA DE     *
      * PROCESO: AL RELANZAR LA CADENA EN LA MISMA  *
      * FECHA SE REANUDA EN EL PASO FALLIDO SIN     *
      * REPETIR LOS QUE YA TERMINARON BIEN. EMITE   *
      * LA HOJA DE RUTA (PASORPT) DE UNA PAGINA     *
      * PARA EL SUPERVISOR DE TURNO.                *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOTAB-FILE ASSIGN TO "PASOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASOTAB-STATUS.

           SELECT OPTIONAL PASOSTAT-FILE ASSIGN TO "PASOSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASOSTAT-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT DRVPARM-FILE ASSIGN TO "DRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRVPARM-STATUS.

           SELECT PASORPT-FILE ASSIGN TO "PASORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASORPT-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  PASOTAB-FILE.
           COPY PASOREG.

       FD  PASOSTAT-FILE.
           COPY PASOSTAT.

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  DRVPARM-FILE.
       01  DRV-REGISTRO.
           05 DRV-MODO                     PIC X.

       FD  PASORPT-FILE.
       01  RPT-REGISTRO                    PIC X(80).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-PASOS                 PIC X VALUE "N".
               88 WS-NO-HAY-MAS-PASOS      VALUE "S".
           05 WS-FIN-ESTADOS               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ESTADOS    VALUE "S".
           05 WS-REANUDANDO                PIC X VALUE "N".
               88 WS-ES-REANUDACION        VALUE "S".
           05 WS-CADENA-DETENIDA           PIC X VALUE "N".
               88 WS-ES-CADENA-DETENIDA    VALUE "S".
           05 WS-PASO-HALLADO              PIC X VALUE "N".
               88 WS-ES-PASO-HALLADO       VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-PASOS               PIC 9(4) VALUE ZERO.
           05 WS-MAX-PASOS                 PIC 9(4) VALUE 20.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-IDX-BUS                   PIC 9(4) VALUE ZERO.
           05 WS-PASO-DETENIDO             PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-EJECUTADOS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PREVIOS             PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-AVISOS              PIC 9(4) VALUE ZERO.

       01 WS-FECHA-PROCESO                 PIC 9(8) VALUE ZERO.

      *---------------------------------------------*
      * LANZAMIENTO DE UN PASO: LINEA DE COMANDO Y  *
      * RETORNO DEVUELTO POR EL SISTEMA.            *
      *---------------------------------------------*
       01 WS-LANZAMIENTO.
           05 WS-COMANDO                   PIC X(60).
           05 WS-RC-SISTEMA                PIC S9(9) VALUE ZERO.
           05 WS-RC-PASO                   PIC 9(4) VALUE ZERO.
           05 WS-RC-BYTE-ALTO              PIC S9(9) VALUE ZERO.
           05 WS-RC-BYTE-BAJO              PIC S9(9) VALUE ZERO.

      *---------------------------------------------*
      * TABLA DE PASOS SEGUN PASOTAB, CON EL ESTADO *
      * DE CADA UNO EN ESTA FECHA DE PROCESO:       *
      * COMPLETO EN UNA CORRIDA PREVIA, FALLIDO EN  *
      * UNA CORRIDA PREVIA, O CORRIDO AHORA.        *
      *---------------------------------------------*
       01 WS-TABLA-PASOS.
           05 WS-PASO OCCURS 20 TIMES.
               10 WS-PAS-SECUENCIA         PIC 9(2).
               10 WS-PAS-PROGRAMA          PIC X(10).
               10 WS-PAS-RC-MAXIMO         PIC 9(4).
               10 WS-PAS-OBLIGATORIO       PIC X.
                   88 WS-PAS-ES-OBLIGATORIO VALUE "S".
               10 WS-PAS-REPROCESO         PIC X.
                   88 WS-PAS-CON-REPROCESO VALUE "S".
               10 WS-PAS-COMANDO           PIC X(60).
               10 WS-PAS-INICIO            PIC X(14).
               10 WS-PAS-FIN               PIC X(14).
               10 WS-PAS-RETORNO           PIC 9(4).
               10 WS-PAS-RESULTADO         PIC X(8).
               10 WS-PAS-PREVIO            PIC X.
                   88 WS-PAS-ES-PREVIO     VALUE "S".
               10 WS-PAS-FALLO-PREVIO      PIC X.
                   88 WS-PAS-FALLO-ANTES   VALUE "S".
               10 WS-PAS-CORRIDO           PIC X.
                   88 WS-PAS-ES-CORRIDO    VALUE "S".

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(4)
               VALUE "SEC ".
           05 FILLER                       PIC X(11)
               VALUE "PROGRAMA   ".
           05 FILLER                       PIC X(15)
               VALUE "INICIO         ".
           05 FILLER                       PIC X(15)
               VALUE "FIN            ".
           05 FILLER                       PIC X(5)
               VALUE "RC   ".
           05 FILLER                       PIC X(9)
               VALUE "RESULTADO".
           05 FILLER                       PIC X(12)
               VALUE " OBSERVACION".

       01 WS-LINEA-PASO.
           05 WS-LIN-SECUENCIA             PIC Z9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-LIN-PROGRAMA              PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-INICIO                PIC X(14).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-FIN                   PIC X(14).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-RETORNO               PIC ZZZ9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-RESULTADO             PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-OBSERVACION           PIC X(16).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO                PIC X(25).
           05 WS-TOT-CANTIDAD              PIC Z(3)9.

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
           05 WS-PASOTAB-STATUS            PIC XX.
           05 WS-PASOSTAT-STATUS           PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-DRVPARM-STATUS            PIC XX.
           05 WS-PASORPT-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           MOVE 1 TO WS-IDX.
           PERFORM 110-EJECUTAR-PASO THRU 110-FIN-EJECUTAR-PASO
               UNTIL WS-IDX > WS-TOTAL-PASOS
                  OR WS-ES-CADENA-DETENIDA.
           PERFORM 140-HOJA-DE-RUTA THRU 140-FIN-HOJA-DE-RUTA.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           PERFORM 101-LEER-FECHA-PROCESO
               THRU 101-FIN-LEER-FECHA-PROCESO.

           OPEN INPUT PASOTAB-FILE.
           IF WS-PASOTAB-STATUS NOT = "00"
               DISPLAY "ERROR: PASOTAB NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0001" TO WS-EVE-CODIGO
               MOVE "TABLA DE PASOS (PASOTAB) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 103-LEER-PASO THRU 103-FIN-LEER-PASO.
           PERFORM 104-GUARDAR-PASO THRU 104-FIN-GUARDAR-PASO
               UNTIL WS-NO-HAY-MAS-PASOS.
           CLOSE PASOTAB-FILE.

           IF WS-TOTAL-PASOS = ZERO
               DISPLAY "ERROR: PASOTAB SIN PASOS - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0002" TO WS-EVE-CODIGO
               MOVE "TABLA DE PASOS (PASOTAB) VACIA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 106-CARGAR-ESTADO-PREVIO
               THRU 106-FIN-CARGAR-ESTADO-PREVIO.

      *    UNA NOCHE NUEVA EMPIEZA CON EL ESTADO VACIO; EN
      *    UNA REANUDACION SE CONSERVA LO YA REGISTRADO Y
      *    LOS PASOS NUEVOS SE AGREGAN A CONTINUACION.
           IF NOT WS-ES-REANUDACION
               OPEN OUTPUT PASOSTAT-FILE
               IF WS-PASOSTAT-STATUS NOT = "00" AND "05"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PASOSTAT - STATUS "
                       WS-PASOSTAT-STATUS
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "CAD0005" TO WS-EVE-CODIGO
                   MOVE "NO SE PUDO ABRIR PASOSTAT" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PASOSTAT-FILE
           ELSE
               DISPLAY "CADENA1: REANUDACION DE LA FECHA "
                   WS-FECHA-PROCESO " - SE OMITEN LOS PASOS YA OK"
           END-IF.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       101-LEER-FECHA-PROCESO.

      *    LA CADENA SOLO CORRE SOBRE UNA FECHA DE PROCESO
      *    ABIERTA: UNA FECHA CERRADA ES UNA NOCHE YA
      *    PROCESADA Y NO SE VUELVE A LANZAR.
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
               MOVE "CAD0003" TO WS-EVE-CODIGO
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
               MOVE "CAD0004" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO CERRADA - NOCHE YA PROCESADA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-PROCESO.
           DISPLAY "CADENA1: FECHA DE PROCESO " WS-FECHA-PROCESO.

       101-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       103-LEER-PASO.

           READ PASOTAB-FILE
               AT END MOVE "S" TO WS-FIN-PASOS
           END-READ.

       103-FIN-LEER-PASO.
           EXIT.
      *---------------------------------------------*
       104-GUARDAR-PASO.

           IF WS-TOTAL-PASOS NOT < WS-MAX-PASOS
               DISPLAY
                 "ERROR: TABLA DE PASOS LLENA ("
                 WS-MAX-PASOS ") - PROCESO DETENIDO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0006" TO WS-EVE-CODIGO
               MOVE "TABLA DE PASOS LLENA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TOTAL-PASOS.
           MOVE PAS-SECUENCIA   TO WS-PAS-SECUENCIA (WS-TOTAL-PASOS).
           MOVE PAS-PROGRAMA    TO WS-PAS-PROGRAMA (WS-TOTAL-PASOS).
           MOVE PAS-RC-MAXIMO   TO WS-PAS-RC-MAXIMO (WS-TOTAL-PASOS).
           MOVE PAS-OBLIGATORIO
               TO WS-PAS-OBLIGATORIO (WS-TOTAL-PASOS).
           MOVE PAS-REPROCESO   TO WS-PAS-REPROCESO (WS-TOTAL-PASOS).
           MOVE PAS-COMANDO     TO WS-PAS-COMANDO (WS-TOTAL-PASOS).
           MOVE SPACES          TO WS-PAS-INICIO (WS-TOTAL-PASOS)
                                   WS-PAS-FIN (WS-TOTAL-PASOS)
                                   WS-PAS-RESULTADO (WS-TOTAL-PASOS).
           MOVE ZERO            TO WS-PAS-RETORNO (WS-TOTAL-PASOS).
           MOVE "N"             TO WS-PAS-PREVIO (WS-TOTAL-PASOS)
                                   WS-PAS-FALLO-PREVIO (WS-TOTAL-PASOS)
                                   WS-PAS-CORRIDO (WS-TOTAL-PASOS).

           PERFORM 103-LEER-PASO THRU 103-FIN-LEER-PASO.

       104-FIN-GUARDAR-PASO.
           EXIT.
      *---------------------------------------------*
       106-CARGAR-ESTADO-PREVIO.

      *    SOLO CUENTAN LAS LINEAS DE LA MISMA FECHA DE
      *    PROCESO: LAS DE UNA NOCHE ANTERIOR NO REANUDAN
      *    NADA. UN PASO CON ALGUNA LINEA OK YA TERMINO; UNO
      *    CON LINEAS DE FALLO Y SIN OK SE VUELVE A LANZAR.
           OPEN INPUT PASOSTAT-FILE.
           IF WS-PASOSTAT-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PASOSTAT - STATUS "
                   WS-PASOSTAT-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0005" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR PASOSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 107-LEER-ESTADO THRU 107-FIN-LEER-ESTADO.
           PERFORM 108-APLICAR-ESTADO THRU 108-FIN-APLICAR-ESTADO
               UNTIL WS-NO-HAY-MAS-ESTADOS.
           CLOSE PASOSTAT-FILE.

       106-FIN-CARGAR-ESTADO-PREVIO.
           EXIT.
      *---------------------------------------------*
       107-LEER-ESTADO.

           READ PASOSTAT-FILE
               AT END MOVE "S" TO WS-FIN-ESTADOS
           END-READ.

       107-FIN-LEER-ESTADO.
           EXIT.
      *---------------------------------------------*
       108-APLICAR-ESTADO.

           IF PST-FECHA = WS-FECHA-PROCESO
               MOVE "S" TO WS-REANUDANDO
               MOVE "N" TO WS-PASO-HALLADO
               MOVE 1 TO WS-IDX-BUS
               PERFORM 109-COMPARAR-PASO THRU 109-FIN-COMPARAR-PASO
                   UNTIL WS-IDX-BUS > WS-TOTAL-PASOS
                      OR WS-ES-PASO-HALLADO
               IF WS-ES-PASO-HALLADO
                   IF PST-ES-OK
                       IF NOT WS-PAS-ES-PREVIO (WS-IDX-BUS)
                           ADD 1 TO WS-TOTAL-PREVIOS
                       END-IF
                       MOVE "S" TO WS-PAS-PREVIO (WS-IDX-BUS)
                       MOVE PST-INICIO
                           TO WS-PAS-INICIO (WS-IDX-BUS)
                       MOVE PST-FIN TO WS-PAS-FIN (WS-IDX-BUS)
                       MOVE PST-RETORNO
                           TO WS-PAS-RETORNO (WS-IDX-BUS)
                       MOVE PST-RESULTADO
                           TO WS-PAS-RESULTADO (WS-IDX-BUS)
                   ELSE
                       MOVE "S" TO WS-PAS-FALLO-PREVIO (WS-IDX-BUS)
                   END-IF
               END-IF
           END-IF.

           PERFORM 107-LEER-ESTADO THRU 107-FIN-LEER-ESTADO.

       108-FIN-APLICAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       109-COMPARAR-PASO.

           IF PST-SECUENCIA = WS-PAS-SECUENCIA (WS-IDX-BUS)
               AND PST-PROGRAMA = WS-PAS-PROGRAMA (WS-IDX-BUS)
               MOVE "S" TO WS-PASO-HALLADO
           ELSE
               ADD 1 TO WS-IDX-BUS
           END-IF.

       109-FIN-COMPARAR-PASO.
           EXIT.
      *---------------------------------------------*
       110-EJECUTAR-PASO.

           IF WS-PAS-ES-PREVIO (WS-IDX)
               DISPLAY "CADENA1: PASO " WS-PAS-SECUENCIA (WS-IDX)
                   " " WS-PAS-PROGRAMA (WS-IDX)
                   " YA TERMINO OK - SE OMITE"
           ELSE
               PERFORM 115-LANZAR-PASO THRU 115-FIN-LANZAR-PASO
           END-IF.

           ADD 1 TO WS-IDX.

       110-FIN-EJECUTAR-PASO.
           EXIT.
      *---------------------------------------------*
       115-LANZAR-PASO.

           IF WS-PAS-CON-REPROCESO (WS-IDX)
               PERFORM 120-PREPARAR-REPROCESO
                   THRU 120-FIN-PREPARAR-REPROCESO
           END-IF.

           IF WS-PAS-COMANDO (WS-IDX) = SPACES
               MOVE WS-PAS-PROGRAMA (WS-IDX) TO WS-COMANDO
           ELSE
               MOVE WS-PAS-COMANDO (WS-IDX) TO WS-COMANDO
           END-IF.

           DISPLAY "CADENA1: LANZANDO PASO " WS-PAS-SECUENCIA (WS-IDX)
               " " WS-PAS-PROGRAMA (WS-IDX).

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PAS-INICIO (WS-IDX).
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PAS-FIN (WS-IDX).

      *    EL SISTEMA DEVUELVE EL ESTADO DE TERMINACION DEL
      *    PROCESO CON EL RETORNO EN EL BYTE ALTO; SE LLEVA
      *    AL VALOR QUE EL PROGRAMA PUSO EN RETURN-CODE. SI
      *    EL BYTE BAJO NO ES CERO EL PASO NO TERMINO POR SI
      *    MISMO (LO MATO UNA SENAL) Y, COMO SI NO SE HUBIERA
      *    PODIDO LANZAR, SE LE DA RC 9999 PARA QUE NUNCA
      *    QUEDE DENTRO DE SU RC MAXIMO.
           IF WS-RC-SISTEMA < ZERO
               MOVE 9999 TO WS-RC-PASO
           ELSE
               DIVIDE WS-RC-SISTEMA BY 256
                   GIVING WS-RC-BYTE-ALTO
                   REMAINDER WS-RC-BYTE-BAJO
               IF WS-RC-BYTE-BAJO NOT = ZERO
                   MOVE 9999 TO WS-RC-PASO
               ELSE
                   MOVE WS-RC-BYTE-ALTO TO WS-RC-PASO
               END-IF
           END-IF.

           MOVE WS-RC-PASO TO WS-PAS-RETORNO (WS-IDX).
           MOVE "S" TO WS-PAS-CORRIDO (WS-IDX).
           ADD 1 TO WS-TOTAL-EJECUTADOS.

           IF WS-RC-PASO NOT > WS-PAS-RC-MAXIMO (WS-IDX)
               MOVE "OK" TO WS-PAS-RESULTADO (WS-IDX)
           ELSE
               IF WS-PAS-ES-OBLIGATORIO (WS-IDX)
                   MOVE "ERROR" TO WS-PAS-RESULTADO (WS-IDX)
                   MOVE "S" TO WS-CADENA-DETENIDA
                   MOVE WS-IDX TO WS-PASO-DETENIDO
                   DISPLAY "CADENA1: PASO " WS-PAS-SECUENCIA (WS-IDX)
                       " " WS-PAS-PROGRAMA (WS-IDX)
                       " TERMINO CON RC " WS-RC-PASO
                       " - CADENA DETENIDA"
                   MOVE "E" TO WS-EVE-SEVERIDAD
                   MOVE "CAD0101" TO WS-EVE-CODIGO
                   MOVE SPACES TO WS-EVE-TEXTO
                   STRING "PASO OBLIGATORIO "
                          WS-PAS-PROGRAMA (WS-IDX)
                          " FALLO - CADENA DETENIDA"
                          DELIMITED BY SIZE
                          INTO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
               ELSE
                   MOVE "AVISO" TO WS-PAS-RESULTADO (WS-IDX)
                   ADD 1 TO WS-TOTAL-AVISOS
                   DISPLAY "CADENA1: PASO OPCIONAL "
                       WS-PAS-PROGRAMA (WS-IDX)
                       " TERMINO CON RC " WS-RC-PASO " - SE SIGUE"
                   MOVE "A" TO WS-EVE-SEVERIDAD
                   MOVE "CAD0901" TO WS-EVE-CODIGO
                   MOVE SPACES TO WS-EVE-TEXTO
                   STRING "PASO OPCIONAL "
                          WS-PAS-PROGRAMA (WS-IDX)
                          " FALLO - LA CADENA SIGUE"
                          DELIMITED BY SIZE
                          INTO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
               END-IF
           END-IF.

           PERFORM 130-GRABAR-ESTADO THRU 130-FIN-GRABAR-ESTADO.

       115-FIN-LANZAR-PASO.
           EXIT.
      *---------------------------------------------*
       120-PREPARAR-REPROCESO.

      *    UN PASO MARCADO PARA REPROCESO (Driver1) QUE YA
      *    FALLO EN ESTA FECHA SE RELANZA CON DRVPARM = "R"
      *    PARA QUE SOLO REGENERE LO FALLIDO SIN TRUNCAR LA
      *    SALIDA; EN LA PRIMERA CORRIDA DE LA NOCHE SE
      *    DEJA EN BLANCO PARA QUE NO QUEDE UN "R" VIEJO.
           OPEN OUTPUT DRVPARM-FILE.
           IF WS-DRVPARM-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DRVPARM - STATUS "
                   WS-DRVPARM-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DRVPARM" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PAS-FALLO-ANTES (WS-IDX)
               MOVE "R" TO DRV-MODO
               DISPLAY "CADENA1: " WS-PAS-PROGRAMA (WS-IDX)
                   " SE RELANZA EN MODO REPROCESO"
           ELSE
               MOVE SPACE TO DRV-MODO
           END-IF.
           WRITE DRV-REGISTRO.
           CLOSE DRVPARM-FILE.

       120-FIN-PREPARAR-REPROCESO.
           EXIT.
      *---------------------------------------------*
       130-GRABAR-ESTADO.

      *    CADA PASO SE REGISTRA APENAS TERMINA, ABRIENDO Y
      *    CERRANDO EL ARCHIVO: SI LA CADENA MISMA CAE, LO
      *    YA TERMINADO QUEDA ANOTADO PARA LA REANUDACION.
           OPEN EXTEND PASOSTAT-FILE.
           IF WS-PASOSTAT-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PASOSTAT - STATUS "
                   WS-PASOSTAT-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0005" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR PASOSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FECHA-PROCESO           TO PST-FECHA.
           MOVE WS-PAS-SECUENCIA (WS-IDX)  TO PST-SECUENCIA.
           MOVE WS-PAS-PROGRAMA (WS-IDX)   TO PST-PROGRAMA.
           MOVE WS-PAS-INICIO (WS-IDX)     TO PST-INICIO.
           MOVE WS-PAS-FIN (WS-IDX)        TO PST-FIN.
           MOVE WS-PAS-RETORNO (WS-IDX)    TO PST-RETORNO.
           MOVE WS-PAS-RESULTADO (WS-IDX)  TO PST-RESULTADO.
           WRITE PST-REGISTRO.
           IF WS-PASOSTAT-STATUS NOT = "00"
               DISPLAY "ERROR: FALLO AL ESCRIBIR PASOSTAT - STATUS "
                   WS-PASOSTAT-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0008" TO WS-EVE-CODIGO
               MOVE "FALLO AL ESCRIBIR PASOSTAT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PASOSTAT-FILE.

       130-FIN-GRABAR-ESTADO.
           EXIT.
      *---------------------------------------------*
       140-HOJA-DE-RUTA.

           OPEN OUTPUT PASORPT-FILE.
           IF WS-PASORPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PASORPT"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "CAD0009" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR PASORPT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           WRITE RPT-REGISTRO FROM
               "*******HOJA DE RUTA DE LA CADENA NOCTURNA*******".
           MOVE SPACES TO RPT-REGISTRO.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  "  FECHA DE PROCESO: " WS-FECHA-PROCESO
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.
           IF WS-ES-REANUDACION
               WRITE RPT-REGISTRO FROM
                   "REANUDACION: LOS PASOS YA OK NO SE REPITIERON"
           END-IF.
           WRITE RPT-REGISTRO FROM
               "-------------------------------------------".
           WRITE RPT-REGISTRO FROM WS-LINEA-TITULO.

           MOVE 1 TO WS-IDX.
           PERFORM 145-IMPRIMIR-PASO THRU 145-FIN-IMPRIMIR-PASO
               UNTIL WS-IDX > WS-TOTAL-PASOS.

           WRITE RPT-REGISTRO FROM
               "-------------------------------------------".
           MOVE "PASOS EN LA TABLA:" TO WS-TOT-TITULO.
           MOVE WS-TOTAL-PASOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "EJECUTADOS AHORA:" TO WS-TOT-TITULO.
           MOVE WS-TOTAL-EJECUTADOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "OK EN CORRIDA PREVIA:" TO WS-TOT-TITULO.
           MOVE WS-TOTAL-PREVIOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "OPCIONALES CON AVISO:" TO WS-TOT-TITULO.
           MOVE WS-TOTAL-AVISOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.

           MOVE SPACES TO RPT-REGISTRO.
           IF WS-ES-CADENA-DETENIDA
               STRING "CADENA DETENIDA EN EL PASO "
                      WS-PAS-SECUENCIA (WS-PASO-DETENIDO) " "
                      WS-PAS-PROGRAMA (WS-PASO-DETENIDO)
                      " - CORREGIR Y RELANZAR Cadena1"
                      DELIMITED BY SIZE
                      INTO RPT-REGISTRO
           ELSE
               MOVE "CADENA COMPLETA" TO RPT-REGISTRO
           END-IF.
           WRITE RPT-REGISTRO.

           CLOSE PASORPT-FILE.

       140-FIN-HOJA-DE-RUTA.
           EXIT.
      *---------------------------------------------*
       145-IMPRIMIR-PASO.

           MOVE WS-PAS-SECUENCIA (WS-IDX)  TO WS-LIN-SECUENCIA.
           MOVE WS-PAS-PROGRAMA (WS-IDX)   TO WS-LIN-PROGRAMA.
           MOVE WS-PAS-INICIO (WS-IDX)     TO WS-LIN-INICIO.
           MOVE WS-PAS-FIN (WS-IDX)        TO WS-LIN-FIN.
           MOVE WS-PAS-RETORNO (WS-IDX)    TO WS-LIN-RETORNO.
           MOVE WS-PAS-RESULTADO (WS-IDX)  TO WS-LIN-RESULTADO.

           EVALUATE TRUE
               WHEN WS-PAS-ES-PREVIO (WS-IDX)
                   MOVE "CORRIDA PREVIA" TO WS-LIN-OBSERVACION
               WHEN WS-PAS-ES-CORRIDO (WS-IDX)
                   IF WS-PAS-FALLO-ANTES (WS-IDX)
                       MOVE "REINTENTO" TO WS-LIN-OBSERVACION
                   ELSE
                       MOVE SPACES TO WS-LIN-OBSERVACION
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-LIN-INICIO
                                  WS-LIN-FIN
                                  WS-LIN-RESULTADO
                   MOVE ZERO TO WS-LIN-RETORNO
                   MOVE "NO CORRIDO" TO WS-LIN-OBSERVACION
           END-EVALUATE.

           WRITE RPT-REGISTRO FROM WS-LINEA-PASO.
           ADD 1 TO WS-IDX.

       145-FIN-IMPRIMIR-PASO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           DISPLAY "CADENA1: PASOS EJECUTADOS " WS-TOTAL-EJECUTADOS
               " OMITIDOS POR OK PREVIO " WS-TOTAL-PREVIOS.

      *    16 SI LA CADENA QUEDO DETENIDA (HAY QUE RELANZAR),
      *    8 SI TERMINO PERO ALGUN PASO OPCIONAL FALLO.
           IF WS-ES-CADENA-DETENIDA
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-AVISOS > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
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
               MOVE "CADENA1" TO EVE-PROGRAMA
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

       end program Cadena1.
