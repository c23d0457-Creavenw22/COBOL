       PROGRAM-ID. Anula1 as "Ejemplo.Anula1".
      *---------------------------------------------*
      * ANULACION DE NUMEROS EMITIDOS POR ERROR.    *
      * RECORRE LA COLA DE SOLICITUDES DE ANULACION *
      * (ANULPEND, CARGADA Y DECIDIDA CON           *
      * Autoriza1) Y SOLO APLICA LAS APROBADAS POR  *
      * UN USUARIO DISTINTO DEL SOLICITANTE. EXIGE  *
      * QUE CADA UNA COINCIDA EXACTAMENTE CON UNA   *
      * ENTRADA DEL LIBRO MAYOR (RANGOLOG) Y        *
      * ENTONCES:                                   *
      * - DA DE BAJA LA ENTRADA DEL LIBRO MAYOR,    *
      * - DEPURA DEL AUDITLOG Y DE SALIDA LOS       *
      *   REGISTROS DEL RANGO ANULADO, PARA QUE     *
      * - EMITE POR CADA NUMERO ANULADO UN REGISTRO *
      *   DE REVERSION CON IMPORTE NEGATIVO         *
      *   (ANULREV) PARA FACTURACION,               *
      * - DEJA UN REGISTRO DE ANULACIONES           *
      *   (ANULRPT) CON CANTIDADES E IMPORTES       *
      *   REVERTIDOS,                               *
      * - ANOTA CADA RANGO ANULADO EN EL HISTORICO  *
      *   ACUMULATIVO ANULHIST,                     *
      * - MARCA LA SOLICITUD COMO APLICADA EN LA    *
      *   COLA Y LA LISTA EN EL REPORTE DE          *
      *   AUTORIZACIONES (ANUAUTOR: SOLICITANTE,    *
      *   APROBADOR, RANGO, MOTIVO E IMPORTE).      *
      * LAS APROBADAS QUE NO CUADRAN SE MARCAN      *
      * FALLIDAS EN LA COLA. LAS PENDIENTES DE      *
      * DECISION DESDE HACE MAS DE LOS DIAS DE      *
      * ANUPARM (3 POR OMISION) SE SENALAN COMO     *
      * VENCIDAS EN ANULRPT.                        *
      * TERMINA CON RETURN-CODE 8 SI ALGUNA         *
      * SOLICITUD APROBADA NO SE PUDO APLICAR.      *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN TO "ANULPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APD-SOLICITUD
               FILE STATUS IS WS-COLA-STATUS.

           SELECT OPTIONAL ANUPARM-FILE ASSIGN TO "ANUPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUPARM-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSO-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "ANULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ANULRPT-FILE ASSIGN TO "ANULRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULRPT-STATUS.

           SELECT AUTORIZ-FILE ASSIGN TO "ANUAUTOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTORIZ-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  COLA-FILE.
           COPY ANUPEN.

       FD  ANUPARM-FILE.
       01  ANP-REGISTRO.
           05 ANP-DIAS                     PIC 9(3).

       FD  RANGO-FILE.
           COPY RANGOREG.
       FD  REVERSO-FILE.
           COPY REVREG.

       FD  HISTORIA-FILE.
           COPY ANULHIS.

       FD  ANULRPT-FILE.
       01  RPT-REGISTRO                    PIC X(100).

       FD  AUTORIZ-FILE.
       01  ATZ-REGISTRO                    PIC X(160).
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
           05 WS-TOTAL-TRANS               PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ANULADAS            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RECHAZADAS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-VENCIDAS            PIC 9(4) VALUE ZERO.
           05 WS-DIAS-VENCIMIENTO          PIC 9(3) VALUE 3.
           05 WS-DIA-HOY                   PIC 9(8) VALUE ZERO.
           05 WS-DIAS-PENDIENTE            PIC 9(5) VALUE ZERO.
           05 WS-FECHA-SOLICITUD           PIC 9(8) VALUE ZERO.
           05 WS-MAX-ANULACIONES           PIC 9(4) VALUE 100.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-ANU-ACTUAL                PIC 9(4) VALUE ZERO.

       01 WS-TIMESTAMP-ANULACION           PIC X(14).

      *---------------------------------------------*
      * TRANSACCION DE LA SOLICITUD APROBADA EN     *
      * CURSO, TOMADA DE APD-TRANSACCION.           *
      *---------------------------------------------*
           COPY ANULREG.

      *---------------------------------------------*
      * ANULACIONES ACEPTADAS DE LA PASADA, CON LOS *
      * CONTADORES DE NUMEROS E IMPORTES REVERTIDOS *
               10 WS-ANU-MOTIVO            PIC X(30).
               10 WS-ANU-CANTIDAD          PIC 9(8).
               10 WS-ANU-IMPORTE           PIC 9(11)V99.
               10 WS-ANU-SOLICITUD         PIC 9(6).
               10 WS-ANU-SOLICITANTE       PIC X(8).
               10 WS-ANU-TS-SOLICITUD      PIC X(14).
               10 WS-ANU-APROBADOR         PIC X(8).
               10 WS-ANU-TS-DECISION       PIC X(14).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
       01 WS-LINEA-RECHAZO.
           05 FILLER                       PIC X(10)
               VALUE "RECHAZADA ".
           05 WS-RCH-SOLICITUD             PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RCH-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RCH-DEPTO                 PIC X(4).
               VALUE "   MOTIVO ".
           05 WS-MOT-TEXTO                 PIC X(30).

       01 WS-LINEA-VENCIDA.
           05 FILLER                       PIC X(10)
               VALUE "VENCIDA   ".
           05 WS-VEN-SOLICITUD             PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-VEN-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-VEN-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-VEN-JOBID                 PIC X(8).
           05 FILLER                       PIC X(11)
               VALUE " PENDIENTE ".
           05 WS-VEN-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X(18)
               VALUE " DIAS - SOLICITO ".
           05 WS-VEN-SOLICITANTE           PIC X(8).

      *---------------------------------------------*
      * REPORTE DE AUTORIZACIONES (ANUAUTOR): UNA   *
      * LINEA POR ANULACION APLICADA CON QUIEN LA   *
      * PIDIO Y QUIEN LA APROBO.                    *
      *---------------------------------------------*
       01 WS-TITULO-AUTORIZACION.
           05 FILLER                       PIC X(52) VALUE
              "SOLIC. CI DEPT JOBID       INICIO       FIN CANTIDAD".
           05 FILLER                       PIC X(18) VALUE
              "           IMPORTE".
           05 FILLER                       PIC X(48) VALUE
              " SOLICITA FECHA-HORA     APRUEBA  FECHA-HORA    ".
           05 FILLER                       PIC X(7) VALUE
              " MOTIVO".

       01 WS-LINEA-AUTORIZACION.
           05 WS-ATZ-SOLICITUD             PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-JOBID                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-INICIO                PIC Z(8)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-FIN                   PIC Z(8)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-CANTIDAD              PIC Z(7)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-IMPORTE               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-SOLICITANTE           PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-TS-SOLICITUD          PIC X(14).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-APROBADOR             PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-TS-DECISION           PIC X(14).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ATZ-MOTIVO                PIC X(30).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO                PIC X(25).
           05 WS-TOT-CANTIDAD              PIC Z(7)9.

       01 WS-ESTADOS-ARCHIVO.
           05 WS-COLA-STATUS               PIC XX.
           05 WS-ANUPARM-STATUS            PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-NUEVO-STATUS              PIC XX.
           05 WS-SALNUEVO-STATUS           PIC XX.
           05 WS-REVERSO-STATUS            PIC XX.
           05 WS-ANULRPT-STATUS            PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-AUTORIZ-STATUS            PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.


           PERFORM 600-IMPRIMIR-REGISTRO
               THRU 600-FIN-IMPRIMIR-REGISTRO.
           PERFORM 700-GRABAR-HISTORIA
               THRU 700-FIN-GRABAR-HISTORIA.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

      *    LA COLA SE ACTUALIZA EN EL LUGAR: CADA SOLICITUD
      *    APROBADA TERMINA APLICADA (X) O FALLIDA (F).
           OPEN I-O COLA-FILE.
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: ANULPEND NO DISPONIBLE - FIN DE PROCESO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULHIST - STATUS "
                   WS-HISTORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUTORIZ-FILE.
           IF WS-AUTORIZ-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANUAUTOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 101-LEER-VENCIMIENTO THRU 101-FIN-LEER-VENCIMIENTO.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-TIMESTAMP-ANULACION.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-FECHA-SISTEMA)).
           WRITE RPT-REGISTRO FROM
               "*******REGISTRO DE ANULACIONES*******".
           MOVE SPACES TO RPT-REGISTRO.
           WRITE RPT-REGISTRO FROM
               "-------------------------------------------".

           WRITE ATZ-REGISTRO FROM
               "*******AUTORIZACIONES DE ANULACION APLICADAS*******".
           MOVE SPACES TO ATZ-REGISTRO.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO ATZ-REGISTRO.
           WRITE ATZ-REGISTRO.
           WRITE ATZ-REGISTRO FROM WS-TITULO-AUTORIZACION.

           PERFORM 102-ABRIR-RANGOS THRU 102-FIN-ABRIR-RANGOS.

           MOVE ZERO TO APD-SOLICITUD.
           START COLA-FILE KEY NOT < APD-SOLICITUD
               INVALID KEY MOVE "S" TO WS-FIN-ANULACIONES
           END-START.
           PERFORM 105-LEER-ANULACION THRU 105-FIN-LEER-ANULACION.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       101-LEER-VENCIMIENTO.

           OPEN INPUT ANUPARM-FILE.
           IF WS-ANUPARM-STATUS = "00" OR "05"
               READ ANUPARM-FILE
                   AT END MOVE "10" TO WS-ANUPARM-STATUS
               END-READ
               IF WS-ANUPARM-STATUS = "00"
                   IF ANP-DIAS NUMERIC AND ANP-DIAS > ZERO
                       MOVE ANP-DIAS TO WS-DIAS-VENCIMIENTO
                   ELSE
                       DISPLAY
                         "AVISO: ANUPARM INVALIDO '" ANP-DIAS
                         "' - SE USA VENCIMIENTO POR DEFECTO "
                         WS-DIAS-VENCIMIENTO " DIAS"
                   END-IF
               END-IF
               CLOSE ANUPARM-FILE
           END-IF.

       101-FIN-LEER-VENCIMIENTO.
           EXIT.
      *---------------------------------------------*
       102-ABRIR-RANGOS.

      *---------------------------------------------*
       105-LEER-ANULACION.

           IF NOT WS-NO-HAY-MAS-ANUL
               READ COLA-FILE NEXT
                   AT END MOVE "S" TO WS-FIN-ANULACIONES
               END-READ
           END-IF.

       105-FIN-LEER-ANULACION.
      *---------------------------------------------*
       110-PROCESAR-ANULACION.

      *    RECHAZADAS, APLICADAS Y FALLIDAS QUEDAN EN LA
      *    COLA COMO CONSTANCIA Y SE SALTEAN. LA APROBACION
      *    SE VUELVE A CONTROLAR: SIN APROBADOR DISTINTO DEL
      *    SOLICITANTE NO SE APLICA AUNQUE FIGURE APROBADA.
           EVALUATE TRUE
               WHEN APD-ES-APROBADA
                   AND (APD-APROBADOR = SPACES
                     OR APD-APROBADOR = APD-SOLICITANTE)
                   ADD 1 TO WS-TOTAL-TRANS
                   MOVE APD-TRANSACCION TO ANU-REGISTRO
                   MOVE "SIN APROBADOR DISTINTO DEL SOLICITANTE"
                       TO WS-RCH-MOTIVO
                   PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
               WHEN APD-ES-APROBADA
                   ADD 1 TO WS-TOTAL-TRANS
                   MOVE APD-TRANSACCION TO ANU-REGISTRO
                   PERFORM 112-VALIDAR-APROBADA
                       THRU 112-FIN-VALIDAR-APROBADA
               WHEN APD-ES-PENDIENTE
                   PERFORM 130-CONTROLAR-VENCIMIENTO
                       THRU 130-FIN-CONTROLAR-VENCIMIENTO
           END-EVALUATE.

           PERFORM 105-LEER-ANULACION THRU 105-FIN-LEER-ANULACION.

       110-FIN-PROCESAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       112-VALIDAR-APROBADA.

      *    LA TRANSACCION DEBE COINCIDIR EXACTAMENTE CON UNA
      *    ENTRADA DEL LIBRO MAYOR (DEPARTAMENTO, RANGO Y
      *    JOBID): SOLO SE ANULAN RANGOS EMITIDOS COMPLETOS,
               END-IF
           END-IF.

       112-FIN-VALIDAR-APROBADA.
           EXIT.
      *---------------------------------------------*
       115-REGISTRAR-ANULACION.
           MOVE ANU-MOTIVO TO WS-ANU-MOTIVO (WS-TOTAL-ANULADAS).
           MOVE ZERO       TO WS-ANU-CANTIDAD (WS-TOTAL-ANULADAS)
                              WS-ANU-IMPORTE (WS-TOTAL-ANULADAS).
           MOVE APD-SOLICITUD
               TO WS-ANU-SOLICITUD (WS-TOTAL-ANULADAS).
           MOVE APD-SOLICITANTE
               TO WS-ANU-SOLICITANTE (WS-TOTAL-ANULADAS).
           MOVE APD-TS-SOLICITUD
               TO WS-ANU-TS-SOLICITUD (WS-TOTAL-ANULADAS).
           MOVE APD-APROBADOR
               TO WS-ANU-APROBADOR (WS-TOTAL-ANULADAS).
           MOVE APD-TS-DECISION
               TO WS-ANU-TS-DECISION (WS-TOTAL-ANULADAS).

       115-FIN-REGISTRAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       130-CONTROLAR-VENCIMIENTO.

      *    LA SOLICITUD SIGUE SIN DECISION: SOLO SE SENALA
      *    SI LLEVA MAS DIAS QUE EL VENCIMIENTO FIJADO.
           MOVE APD-TS-SOLICITUD (1:8) TO WS-FECHA-SOLICITUD.
           COMPUTE WS-DIAS-PENDIENTE = WS-DIA-HOY
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-SOLICITUD).

           IF WS-DIAS-PENDIENTE > WS-DIAS-VENCIMIENTO
               ADD 1 TO WS-TOTAL-VENCIDAS
               MOVE APD-SOLICITUD     TO WS-VEN-SOLICITUD
               MOVE APD-CIA           TO WS-VEN-CIA
               MOVE APD-DEPTO         TO WS-VEN-DEPTO
               MOVE APD-JOBID         TO WS-VEN-JOBID
               MOVE WS-DIAS-PENDIENTE TO WS-VEN-DIAS
               MOVE APD-SOLICITANTE   TO WS-VEN-SOLICITANTE
               WRITE RPT-REGISTRO FROM WS-LINEA-VENCIDA
           END-IF.

       130-FIN-CONTROLAR-VENCIMIENTO.
           EXIT.
      *---------------------------------------------*
       200-RECHAZAR.

           ADD 1 TO WS-TOTAL-RECHAZADAS.
           MOVE APD-SOLICITUD TO WS-RCH-SOLICITUD.
           MOVE ANU-CIA TO WS-RCH-CIA.
           MOVE ANU-DEPTO TO WS-RCH-DEPTO.
           MOVE ANU-JOBID TO WS-RCH-JOBID.
           WRITE RPT-REGISTRO FROM WS-LINEA-RECHAZO.

      *    LA SOLICITUD QUEDA FALLIDA CON EL MOTIVO, PARA
      *    QUE NO SE REINTENTE SOLA EN LA PROXIMA CORRIDA.
           MOVE "F" TO APD-ESTADO.
           MOVE WS-RCH-MOTIVO TO APD-OBSERVACION.
           MOVE WS-TIMESTAMP-ANULACION TO APD-TS-APLICACION.
           REWRITE APD-REGISTRO.
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL REGRABAR ANULPEND - STATUS "
                 WS-COLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-FIN-RECHAZAR.
           EXIT.
      *---------------------------------------------*

           WRITE RPT-REGISTRO FROM
               "-------------------------------------------".
           MOVE "SOLICITUDES APROBADAS: " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-TRANS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "ANULACIONES APLICADAS: " TO WS-TOT-TITULO.
           MOVE "NUMEROS REVERTIDOS   : " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-REVERTIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "PENDIENTES VENCIDAS  : " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-VENCIDAS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.

       600-FIN-IMPRIMIR-REGISTRO.
           EXIT.

       605-FIN-IMPRIMIR-ANULADA.
           EXIT.
      *---------------------------------------------*
       700-GRABAR-HISTORIA.

      *    EL HISTORICO SE GRABA AL FINAL, CON LAS
      *    CANTIDADES E IMPORTES YA ACUMULADOS EN LA
      *    DEPURACION DEL AUDITLOG.
           MOVE 1 TO WS-IDX.
           PERFORM 705-GRABAR-ANULADA THRU 705-FIN-GRABAR-ANULADA
               UNTIL WS-IDX > WS-TOTAL-ANULADAS.

           MOVE "ANULACIONES APLICADAS: " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-ANULADAS TO WS-TOT-CANTIDAD.
           WRITE ATZ-REGISTRO FROM WS-LINEA-TOTAL.

       700-FIN-GRABAR-HISTORIA.
           EXIT.
      *---------------------------------------------*
       705-GRABAR-ANULADA.

           MOVE WS-ANU-CIA (WS-IDX)      TO AHI-CIA.
           MOVE WS-ANU-DEPTO (WS-IDX)    TO AHI-DEPTO.
           MOVE WS-ANU-JOBID (WS-IDX)    TO AHI-JOBID.
           MOVE WS-ANU-INICIO (WS-IDX)   TO AHI-INICIO.
           MOVE WS-ANU-FIN (WS-IDX)      TO AHI-FIN.
           MOVE WS-ANU-MOTIVO (WS-IDX)   TO AHI-MOTIVO.
           MOVE WS-TIMESTAMP-ANULACION   TO AHI-TIMESTAMP.
           MOVE WS-ANU-CANTIDAD (WS-IDX) TO AHI-CANTIDAD.
           MOVE WS-ANU-IMPORTE (WS-IDX)  TO AHI-IMPORTE.
           WRITE AHI-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL ESCRIBIR ANULHIST - STATUS "
                 WS-HISTORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 710-MARCAR-APLICADA THRU 710-FIN-MARCAR-APLICADA.
           PERFORM 715-IMPRIMIR-AUTORIZACION
               THRU 715-FIN-IMPRIMIR-AUTORIZACION.

           ADD 1 TO WS-IDX.

       705-FIN-GRABAR-ANULADA.
           EXIT.
      *---------------------------------------------*
       710-MARCAR-APLICADA.

      *    LA SOLICITUD SE CIERRA EN LA COLA CON LA MISMA
      *    MARCA DE TIEMPO DE ANULREV Y ANULHIST Y CON LO
      *    EFECTIVAMENTE REVERTIDO.
           MOVE WS-ANU-SOLICITUD (WS-IDX) TO APD-SOLICITUD.
           READ COLA-FILE
               INVALID KEY
                   DISPLAY "ERROR: SOLICITUD " APD-SOLICITUD
                       " NO HALLADA EN ANULPEND"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE "X" TO APD-ESTADO.
           MOVE WS-TIMESTAMP-ANULACION   TO APD-TS-APLICACION.
           MOVE WS-ANU-CANTIDAD (WS-IDX) TO APD-CANTIDAD.
           MOVE WS-ANU-IMPORTE (WS-IDX)  TO APD-IMPORTE.
           REWRITE APD-REGISTRO.
           IF WS-COLA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL REGRABAR ANULPEND - STATUS "
                 WS-COLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       710-FIN-MARCAR-APLICADA.
           EXIT.
      *---------------------------------------------*
       715-IMPRIMIR-AUTORIZACION.

           MOVE WS-ANU-SOLICITUD (WS-IDX)    TO WS-ATZ-SOLICITUD.
           MOVE WS-ANU-CIA (WS-IDX)          TO WS-ATZ-CIA.
           MOVE WS-ANU-DEPTO (WS-IDX)        TO WS-ATZ-DEPTO.
           MOVE WS-ANU-JOBID (WS-IDX)        TO WS-ATZ-JOBID.
           MOVE WS-ANU-INICIO (WS-IDX)       TO WS-ATZ-INICIO.
           MOVE WS-ANU-FIN (WS-IDX)          TO WS-ATZ-FIN.
           MOVE WS-ANU-CANTIDAD (WS-IDX)     TO WS-ATZ-CANTIDAD.
           MOVE WS-ANU-IMPORTE (WS-IDX)      TO WS-ATZ-IMPORTE.
           MOVE WS-ANU-SOLICITANTE (WS-IDX)  TO WS-ATZ-SOLICITANTE.
           MOVE WS-ANU-TS-SOLICITUD (WS-IDX) TO WS-ATZ-TS-SOLICITUD.
           MOVE WS-ANU-APROBADOR (WS-IDX)    TO WS-ATZ-APROBADOR.
           MOVE WS-ANU-TS-DECISION (WS-IDX)  TO WS-ATZ-TS-DECISION.
           MOVE WS-ANU-MOTIVO (WS-IDX)       TO WS-ATZ-MOTIVO.
           WRITE ATZ-REGISTRO FROM WS-LINEA-AUTORIZACION.

       715-FIN-IMPRIMIR-AUTORIZACION.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE COLA-FILE.
           CLOSE HISTORIA-FILE.
           CLOSE RANGO-FILE.
           CLOSE REVERSO-FILE.
           CLOSE ANULRPT-FILE.
           CLOSE AUTORIZ-FILE.

           DISPLAY "ANULA1: APLICADAS " WS-TOTAL-ANULADAS
               " RECHAZADAS " WS-TOTAL-RECHAZADAS
               " NUMEROS REVERTIDOS " WS-TOTAL-REVERTIDOS
               " PENDIENTES VENCIDAS " WS-TOTAL-VENCIDAS.

           IF WS-TOTAL-RECHAZADAS > ZERO
               MOVE 8 TO RETURN-CODE
