      * DE RANGOS EMITIDOS (RANGOLOG) Y ESCRIBE LOS *
      * DPT-REGISTRO DEL DEPTCTL DE LA NOCHE, CON   *
      * UN REPORTE DE RECHAZOS PARA LOS PEDIDOS QUE *
      * NO SE PUEDEN SATISFACER (ENTRE ELLOS LOS    *
      * DEPARTAMENTOS INEXISTENTES O INACTIVOS EN   *
      * EL MAESTRO DEPTMAE). REEMPLAZA LA           *
      * CAPTURA MANUAL POR Mantto1 QUE YA DEJO      *
      * LLEGAR RANGOS SOLAPADOS A LA EDICION.       *
      * CONTROLA ADEMAS EL CUPO MENSUAL DE CADA     *
      * DEPARTAMENTO (TABLA CUPOS): LO CONSUMIDO EN *
      * EL MES DE LA FECHA DE PROCESO SON LOS       *
      * RANGOS DE RANGOLOG DE ESE MES, VALORIZADOS  *
      * CON LA TARIFA VIGENTE EN SU FECHA, MAS LO   *
      * OTORGADO EN ESTA MISMA PASADA. UN PEDIDO    *
      * QUE EXCEDE EL CUPO (CON SU TOLERANCIA) SE   *
      * OTORGA EN PARTE HASTA LO DISPONIBLE O SE    *
      * RECHAZA SI NO QUEDA NADA, CON EL MOTIVO EN  *
      * ASIGNRPT.                                   *
      * TERMINA CON RETURN-CODE 8 SI HUBO ALGUN     *
      * RECHAZO U OTORGAMIENTO PARCIAL PARA QUE LA  *
      * PLANIFICACION LO VEA.                       *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT CUPO-FILE ASSIGN TO "CUPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUP-CLAVE
               FILE STATUS IS WS-CUPO-STATUS.

           SELECT TARIFA-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAR-CLAVE
               FILE STATUS IS WS-TARIFA-STATUS.

           SELECT OPTIONAL FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT DEPTCTL-FILE ASSIGN TO "DEPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCTL-STATUS.
       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  CUPO-FILE.
           COPY CUPOREG.

       FD  TARIFA-FILE.
           COPY TARREG.

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  DEPTCTL-FILE.
           COPY DEPTCTL.

               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-SOLICITUD-MALA            PIC X VALUE "N".
               88 WS-ES-RECHAZADA          VALUE "S".
           05 WS-FIN-TARIFAS               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-TARIFAS    VALUE "S".
           05 WS-TARIFA-HALLADA            PIC X VALUE "N".
               88 WS-ES-TARIFA-HALLADA     VALUE "S".
           05 WS-CUPO-HALLADO              PIC X VALUE "N".
               88 WS-TIENE-CUPO            VALUE "S".
           05 WS-CONSUMO-HALLADO           PIC X VALUE "N".
               88 WS-ES-CONSUMO-HALLADO    VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-LEIDAS              PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ASIGNADAS           PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RECHAZADAS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-PARCIALES           PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-TARIFAS             PIC 9(4) VALUE ZERO.
           05 WS-MAX-TARIFAS               PIC 9(4) VALUE 500.
           05 WS-TOTAL-CONSUMOS            PIC 9(4) VALUE ZERO.
           05 WS-MAX-CONSUMOS              PIC 9(4) VALUE 500.
           05 WS-CON-ACTUAL                PIC 9(4) VALUE ZERO.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-SECUENCIA                 PIC 9(4) VALUE ZERO.
           05 WS-MAX-NUMERO                PIC 9(9) VALUE 99999999.

           05 WS-PROXIMO-LIBRE             PIC 9(9) VALUE ZERO.
           05 WS-FIN-BLOQUE                PIC 9(9) VALUE ZERO.

      *---------------------------------------------*
      * CONTROL DEL CUPO MENSUAL DEL PEDIDO EN      *
      * CURSO. LOS TOPES YA INCLUYEN LA TOLERANCIA  *
      * DE EXCESO; LO DISPONIBLE PUEDE QUEDAR       *
      * NEGATIVO SI EL CUPO SE BAJO A MITAD DE MES. *
      *---------------------------------------------*
       01 WS-CUPO.
           05 WS-FECHA-PROCESO             PIC 9(8) VALUE ZERO.
           05 WS-MES-CUPO                  PIC X(6).
           05 WS-CANTIDAD-OTORGADA         PIC 9(8) VALUE ZERO.
           05 WS-TOPE-CANTIDAD             PIC 9(9) VALUE ZERO.
           05 WS-TOPE-IMPORTE              PIC 9(12)V99 VALUE ZERO.
           05 WS-DISPONIBLE-CANTIDAD       PIC S9(9) VALUE ZERO.
           05 WS-DISPONIBLE-IMPORTE        PIC S9(12)V99 VALUE ZERO.
           05 WS-MAXIMO-POR-IMPORTE        PIC 9(9) VALUE ZERO.
           05 WS-CANTIDAD-RANGO            PIC 9(9) VALUE ZERO.
           05 WS-LIMITE-APLICADO           PIC X(8).

       01 WS-RESOLUCION.
           05 WS-BUS-CIA                   PIC X(2).
           05 WS-BUS-DEPTO                 PIC X(4).
           05 WS-BUS-FECHA                 PIC 9(8).
           05 WS-VIGOR-ELEGIDO             PIC 9(8).
           05 WS-TARIFA-ELEGIDA            PIC 9(5)V99.

      *---------------------------------------------*
      * TABLA DE TARIFAS POR DEPARTAMENTO Y FECHA   *
      * DE VIGENCIA, CARGADA COMPLETA AL INICIO     *
      * COMO EN Mensual1.                           *
      *---------------------------------------------*
       01 WS-TABLA-TARIFAS.
           05 WS-TARIFA-ENT OCCURS 500 TIMES.
               10 WS-TAR-CIA               PIC X(2).
               10 WS-TAR-DEPTO             PIC X(4).
               10 WS-TAR-VIGOR             PIC 9(8).
               10 WS-TAR-TARIFA            PIC 9(5)V99.

      *---------------------------------------------*
      * CONSUMO DEL MES POR COMPANIA Y              *
      * DEPARTAMENTO: RANGOS EMITIDOS EN EL MES     *
      * SEGUN RANGOLOG MAS LO OTORGADO EN ESTA      *
      * PASADA.                                     *
      *---------------------------------------------*
       01 WS-TABLA-CONSUMOS.
           05 WS-CONSUMO OCCURS 500 TIMES.
               10 WS-CON-CIA               PIC X(2).
               10 WS-CON-DEPTO             PIC X(4).
               10 WS-CON-CANTIDAD          PIC 9(9).
               10 WS-CON-IMPORTE           PIC 9(12)V99.

       01 WS-JOBID-GENERADO.
           05 WS-JOB-DEPTO                 PIC X(4).
           05 WS-JOB-SECUENCIA             PIC 9(4).
           05 FILLER                       PIC X(3) VALUE " - ".
           05 WS-RCH-MOTIVO                PIC X(45).

       01 WS-LINEA-PARCIAL.
           05 FILLER                       PIC X(10)
               VALUE "PARCIAL   ".
           05 WS-PAR-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PAR-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(10)
               VALUE " - PEDIDO ".
           05 WS-PAR-PEDIDA                PIC Z(7)9.
           05 FILLER                       PIC X(10)
               VALUE " OTORGADO ".
           05 WS-PAR-OTORGADA              PIC Z(7)9.
           05 FILLER                       PIC X(11)
               VALUE " - CUPO DE ".
           05 WS-PAR-LIMITE                PIC X(8).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO                PIC X(25).
           05 WS-TOT-CANTIDAD              PIC Z(3)9.
       01 WS-ESTADOS-ARCHIVO.
           05 WS-SOLICITUD-STATUS          PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-CUPO-STATUS               PIC XX.
           05 WS-TARIFA-STATUS             PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-DEPTCTL-STATUS            PIC XX.
           05 WS-ASIGNRPT-STATUS           PIC XX.
      *---------------------------------------------*
               STOP RUN
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                 WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUPO-FILE.
           IF WS-CUPO-STATUS NOT = "00"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR CUPOS - STATUS "
                 WS-CUPO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DEPTCTL-FILE.
           OPEN OUTPUT ASIGNRPT-FILE.
           IF WS-DEPTCTL-STATUS NOT = "00"
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.
           PERFORM 101-LEER-FECHA-PROCESO
               THRU 101-FIN-LEER-FECHA-PROCESO.
           WRITE RPT-REGISTRO FROM
               "-------------------------------------------".

           PERFORM 106-CARGAR-TARIFAS THRU 106-FIN-CARGAR-TARIFAS.
           PERFORM 102-CARGAR-RANGOS THRU 102-FIN-CARGAR-RANGOS.
           PERFORM 105-LEER-SOLICITUD THRU 105-FIN-LEER-SOLICITUD.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       101-LEER-FECHA-PROCESO.

      *    EL CUPO ES DEL MES DE LA FECHA DE NEGOCIO EN QUE
      *    SE VAN A EMITIR LOS BLOQUES, LA MISMA QUE Program1
      *    DEJA EN RGO-FECHA. SIN FECHA ABIERTA EN FECPROC
      *    SE TOMA LA DEL SISTEMA.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               IF WS-FECPROC-STATUS = "00" AND FEP-ES-ABIERTA
                   MOVE FEP-FECHA TO WS-FECHA-PROCESO
               END-IF
               CLOSE FECPROC-FILE
           END-IF.

           IF WS-FECHA-PROCESO = ZERO
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-PROCESO
               DISPLAY
                 "AVISO: SIN FECHA DE PROCESO ABIERTA EN FECPROC - "
                 "CUPO DEL MES DE " WS-FECHA-PROCESO
           END-IF.

           MOVE WS-FECHA-PROCESO (1:6) TO WS-MES-CUPO.
           MOVE SPACES TO RPT-REGISTRO.
           STRING "MES DE CUPO: " WS-MES-CUPO
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.

       101-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       102-CARGAR-RANGOS.

               MOVE RGO-FIN TO WS-MAYOR-EMITIDO
           END-IF.

      *    LOS RANGOS DEL MES CONSUMEN CUPO; SE VALORIZAN CON
      *    LA TARIFA VIGENTE EN SU FECHA, QUE ES LA QUE
      *    Program1 APLICO AL EMITIRLOS.
           IF RGO-FECHA (1:6) = WS-MES-CUPO
               MOVE RGO-CIA   TO WS-BUS-CIA
               MOVE RGO-DEPTO TO WS-BUS-DEPTO
               PERFORM 800-UBICAR-CONSUMO THRU 800-FIN-UBICAR-CONSUMO
               COMPUTE WS-CANTIDAD-RANGO = RGO-FIN - RGO-INICIO + 1
               ADD WS-CANTIDAD-RANGO
                   TO WS-CON-CANTIDAD (WS-CON-ACTUAL)
               MOVE RGO-FECHA TO WS-BUS-FECHA
               PERFORM 810-BUSCAR-TARIFA THRU 810-FIN-BUSCAR-TARIFA
               COMPUTE WS-CON-IMPORTE (WS-CON-ACTUAL) =
                   WS-CON-IMPORTE (WS-CON-ACTUAL)
                   + WS-CANTIDAD-RANGO * WS-TARIFA-ELEGIDA
           END-IF.

           PERFORM 103-LEER-RANGO THRU 103-FIN-LEER-RANGO.

       104-FIN-ACUMULAR-RANGO.
           EXIT.
      *---------------------------------------------*
       106-CARGAR-TARIFAS.

           OPEN INPUT TARIFA-FILE.
           IF WS-TARIFA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: TARIFAS NO DISPONIBLE - STATUS "
                 WS-TARIFA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 107-LEER-TARIFA THRU 107-FIN-LEER-TARIFA.
           PERFORM 108-GUARDAR-TARIFA THRU 108-FIN-GUARDAR-TARIFA
               UNTIL WS-NO-HAY-MAS-TARIFAS.

           CLOSE TARIFA-FILE.

       106-FIN-CARGAR-TARIFAS.
           EXIT.
      *---------------------------------------------*
       107-LEER-TARIFA.

           READ TARIFA-FILE
               AT END MOVE "S" TO WS-FIN-TARIFAS
           END-READ.

       107-FIN-LEER-TARIFA.
           EXIT.
      *---------------------------------------------*
       108-GUARDAR-TARIFA.

           IF WS-TOTAL-TARIFAS NOT < WS-MAX-TARIFAS
               DISPLAY
                 "ERROR: TABLA DE TARIFAS LLENA ("
                 WS-MAX-TARIFAS ") - PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TOTAL-TARIFAS.
           MOVE TAR-CIA         TO WS-TAR-CIA (WS-TOTAL-TARIFAS).
           MOVE TAR-DEPTO       TO WS-TAR-DEPTO (WS-TOTAL-TARIFAS).
           MOVE TAR-FECHA-VIGOR TO WS-TAR-VIGOR (WS-TOTAL-TARIFAS).
           MOVE TAR-TARIFA      TO WS-TAR-TARIFA (WS-TOTAL-TARIFAS).

           PERFORM 107-LEER-TARIFA THRU 107-FIN-LEER-TARIFA.

       108-FIN-GUARDAR-TARIFA.
           EXIT.
      *---------------------------------------------*
       105-LEER-SOLICITUD.

           ELSE
               PERFORM 130-GRABAR-ASIGNACION
                   THRU 130-FIN-GRABAR-ASIGNACION
               IF WS-CANTIDAD-OTORGADA < SOL-CANTIDAD
                   PERFORM 140-INFORMAR-PARCIAL
                       THRU 140-FIN-INFORMAR-PARCIAL
               END-IF
           END-IF.

           PERFORM 105-LEER-SOLICITUD THRU 105-FIN-LEER-SOLICITUD.
               PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
           END-IF.

      *    SOLO LOS DEPARTAMENTOS ACTIVOS EN EL MAESTRO
      *    RECIBEN BLOQUES NUEVOS.
           IF NOT WS-ES-RECHAZADA
               MOVE SOL-CIA TO DEM-CIA
               MOVE SOL-DEPTO TO DEM-DEPTO
               READ MAESTRO-FILE
                   INVALID KEY
                       MOVE "DEPARTAMENTO INEXISTENTE EN DEPTMAE"
                           TO WS-RCH-MOTIVO
                       PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
                   NOT INVALID KEY
                       IF NOT DEM-ES-ACTIVO
                           MOVE SPACES TO WS-RCH-MOTIVO
                           STRING "DEPARTAMENTO INACTIVO DESDE "
                                  DEM-FECHA-BAJA
                                  DELIMITED BY SIZE
                                  INTO WS-RCH-MOTIVO
                           PERFORM 200-RECHAZAR
                               THRU 200-FIN-RECHAZAR
                       END-IF
               END-READ
           END-IF.

           IF NOT WS-ES-RECHAZADA
               PERFORM 125-CONTROLAR-CUPO THRU 125-FIN-CONTROLAR-CUPO
           END-IF.

      *    EL GENERADOR TRABAJA CON NUMEROS DE 8 DIGITOS; UN
      *    BLOQUE QUE SUPERE LA CAPACIDAD NO SE PUEDE
      *    SATISFACER Y SE RECHAZA ANTES DE LLEGAR AL LOTE.
           IF NOT WS-ES-RECHAZADA
               COMPUTE WS-FIN-BLOQUE =
                   WS-MAYOR-EMITIDO + WS-CANTIDAD-OTORGADA
               IF WS-FIN-BLOQUE > WS-MAX-NUMERO
                   MOVE "SIN ESPACIO LIBRE (CAPACIDAD 99999999)"
                       TO WS-RCH-MOTIVO

       120-FIN-VALIDAR-SOLICITUD.
           EXIT.
      *---------------------------------------------*
       125-CONTROLAR-CUPO.

      *    SIN LINEA EN CUPOS EL DEPARTAMENTO NO TIENE
      *    LIMITE Y SE LE OTORGA LO PEDIDO. CON CUPO SE
      *    OTORGA LO PEDIDO HASTA LO QUE QUEDE DISPONIBLE EN
      *    CANTIDAD Y EN IMPORTE; SI NO QUEDA NADA SE RECHAZA.
           MOVE SOL-CANTIDAD TO WS-CANTIDAD-OTORGADA.
           MOVE SPACES TO WS-LIMITE-APLICADO.
           MOVE SOL-CIA TO CUP-CIA.
           MOVE SOL-DEPTO TO CUP-DEPTO.
           READ CUPO-FILE
               INVALID KEY MOVE "N" TO WS-CUPO-HALLADO
               NOT INVALID KEY MOVE "S" TO WS-CUPO-HALLADO
           END-READ.

           IF WS-TIENE-CUPO
               MOVE SOL-CIA TO WS-BUS-CIA
               MOVE SOL-DEPTO TO WS-BUS-DEPTO
               PERFORM 800-UBICAR-CONSUMO THRU 800-FIN-UBICAR-CONSUMO
               IF CUP-CANTIDAD-MES > ZERO
                   PERFORM 126-LIMITAR-CANTIDAD
                       THRU 126-FIN-LIMITAR-CANTIDAD
               END-IF
               IF CUP-IMPORTE-MES > ZERO
                   PERFORM 127-LIMITAR-IMPORTE
                       THRU 127-FIN-LIMITAR-IMPORTE
               END-IF
           END-IF.

           IF NOT WS-ES-RECHAZADA
               AND WS-CANTIDAD-OTORGADA = ZERO
               MOVE SPACES TO WS-RCH-MOTIVO
               STRING "CUPO MENSUAL " WS-MES-CUPO
                      " AGOTADO (" DELIMITED BY SIZE
                      WS-LIMITE-APLICADO DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-RCH-MOTIVO
               PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
           END-IF.

       125-FIN-CONTROLAR-CUPO.
           EXIT.
      *---------------------------------------------*
       126-LIMITAR-CANTIDAD.

           COMPUTE WS-TOPE-CANTIDAD = CUP-CANTIDAD-MES
               + CUP-CANTIDAD-MES * CUP-TOLERANCIA / 100.
           COMPUTE WS-DISPONIBLE-CANTIDAD =
               WS-TOPE-CANTIDAD - WS-CON-CANTIDAD (WS-CON-ACTUAL).

           IF WS-DISPONIBLE-CANTIDAD < WS-CANTIDAD-OTORGADA
               IF WS-DISPONIBLE-CANTIDAD > ZERO
                   MOVE WS-DISPONIBLE-CANTIDAD
                       TO WS-CANTIDAD-OTORGADA
               ELSE
                   MOVE ZERO TO WS-CANTIDAD-OTORGADA
               END-IF
               MOVE "CANTIDAD" TO WS-LIMITE-APLICADO
           END-IF.

       126-FIN-LIMITAR-CANTIDAD.
           EXIT.
      *---------------------------------------------*
       127-LIMITAR-IMPORTE.

      *    EL PEDIDO SE VALORIZA CON LA TARIFA QUE Program1
      *    LE VA A APLICAR, LA VIGENTE EN LA FECHA DE
      *    PROCESO. SIN TARIFA EL CUPO DE IMPORTE NO SE PUEDE
      *    CONTROLAR Y EL PEDIDO SE RECHAZA.
           MOVE SOL-CIA TO WS-BUS-CIA.
           MOVE SOL-DEPTO TO WS-BUS-DEPTO.
           MOVE WS-FECHA-PROCESO TO WS-BUS-FECHA.
           PERFORM 810-BUSCAR-TARIFA THRU 810-FIN-BUSCAR-TARIFA.

           IF NOT WS-ES-TARIFA-HALLADA
               MOVE "SIN TARIFA VIGENTE PARA VALORIZAR EL CUPO"
                   TO WS-RCH-MOTIVO
               PERFORM 200-RECHAZAR THRU 200-FIN-RECHAZAR
           ELSE
               IF WS-TARIFA-ELEGIDA > ZERO
                   COMPUTE WS-TOPE-IMPORTE = CUP-IMPORTE-MES
                       + CUP-IMPORTE-MES * CUP-TOLERANCIA / 100
                   COMPUTE WS-DISPONIBLE-IMPORTE =
                       WS-TOPE-IMPORTE
                       - WS-CON-IMPORTE (WS-CON-ACTUAL)
                   IF WS-DISPONIBLE-IMPORTE <
                       WS-CANTIDAD-OTORGADA * WS-TARIFA-ELEGIDA
                       IF WS-DISPONIBLE-IMPORTE > ZERO
                           COMPUTE WS-MAXIMO-POR-IMPORTE =
                               WS-DISPONIBLE-IMPORTE
                               / WS-TARIFA-ELEGIDA
                       ELSE
                           MOVE ZERO TO WS-MAXIMO-POR-IMPORTE
                       END-IF
                       MOVE WS-MAXIMO-POR-IMPORTE
                           TO WS-CANTIDAD-OTORGADA
                       MOVE "IMPORTE" TO WS-LIMITE-APLICADO
                   END-IF
               END-IF
           END-IF.

       127-FIN-LIMITAR-IMPORTE.
           EXIT.
      *---------------------------------------------*
       130-GRABAR-ASIGNACION.

           COMPUTE WS-PROXIMO-LIBRE = WS-MAYOR-EMITIDO + 1.
           COMPUTE WS-FIN-BLOQUE =
               WS-MAYOR-EMITIDO + WS-CANTIDAD-OTORGADA.
           MOVE WS-FIN-BLOQUE TO WS-MAYOR-EMITIDO.

      *    LO OTORGADO CONSUME CUPO PARA LOS PEDIDOS
      *    SIGUIENTES DEL MISMO DEPARTAMENTO EN LA PASADA.
           IF WS-TIENE-CUPO
               ADD WS-CANTIDAD-OTORGADA
                   TO WS-CON-CANTIDAD (WS-CON-ACTUAL)
               IF CUP-IMPORTE-MES > ZERO
                   COMPUTE WS-CON-IMPORTE (WS-CON-ACTUAL) =
                       WS-CON-IMPORTE (WS-CON-ACTUAL)
                       + WS-CANTIDAD-OTORGADA * WS-TARIFA-ELEGIDA
               END-IF
           END-IF.

      *    EL JOBID SE ARMA CON EL DEPARTAMENTO Y UNA
      *    SECUENCIA DE LA PASADA, PARA QUE DOS PEDIDOS DEL
      *    MISMO DEPARTAMENTO NO DUPLIQUEN EL JOBID QUE LA

       130-FIN-GRABAR-ASIGNACION.
           EXIT.
      *---------------------------------------------*
       140-INFORMAR-PARCIAL.

           ADD 1 TO WS-TOTAL-PARCIALES.
           MOVE SOL-CIA              TO WS-PAR-CIA.
           MOVE SOL-DEPTO            TO WS-PAR-DEPTO.
           MOVE SOL-CANTIDAD         TO WS-PAR-PEDIDA.
           MOVE WS-CANTIDAD-OTORGADA TO WS-PAR-OTORGADA.
           MOVE WS-LIMITE-APLICADO   TO WS-PAR-LIMITE.
           WRITE RPT-REGISTRO FROM WS-LINEA-PARCIAL.

       140-FIN-INFORMAR-PARCIAL.
           EXIT.
      *---------------------------------------------*
       200-RECHAZAR.


       200-FIN-RECHAZAR.
           EXIT.
      *---------------------------------------------*
       800-UBICAR-CONSUMO.

      *    DEJA EN WS-CON-ACTUAL LA ENTRADA DE LA COMPANIA Y
      *    DEPARTAMENTO BUSCADOS, DANDOLA DE ALTA SI FALTA.
           MOVE "N" TO WS-CONSUMO-HALLADO.
           MOVE 1 TO WS-CON-ACTUAL.
           PERFORM 805-COMPARAR-CONSUMO THRU 805-FIN-COMPARAR-CONSUMO
               UNTIL WS-CON-ACTUAL > WS-TOTAL-CONSUMOS
                  OR WS-ES-CONSUMO-HALLADO.

           IF NOT WS-ES-CONSUMO-HALLADO
               IF WS-TOTAL-CONSUMOS NOT < WS-MAX-CONSUMOS
                   DISPLAY
                     "ERROR: TABLA DE CONSUMOS LLENA ("
                     WS-MAX-CONSUMOS ") - PROCESO DETENIDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-CONSUMOS
               MOVE WS-TOTAL-CONSUMOS TO WS-CON-ACTUAL
               MOVE WS-BUS-CIA   TO WS-CON-CIA (WS-CON-ACTUAL)
               MOVE WS-BUS-DEPTO TO WS-CON-DEPTO (WS-CON-ACTUAL)
               MOVE ZERO TO WS-CON-CANTIDAD (WS-CON-ACTUAL)
                            WS-CON-IMPORTE (WS-CON-ACTUAL)
           END-IF.

       800-FIN-UBICAR-CONSUMO.
           EXIT.
      *---------------------------------------------*
       805-COMPARAR-CONSUMO.

           IF WS-BUS-CIA = WS-CON-CIA (WS-CON-ACTUAL)
               AND WS-BUS-DEPTO = WS-CON-DEPTO (WS-CON-ACTUAL)
               MOVE "S" TO WS-CONSUMO-HALLADO
           ELSE
               ADD 1 TO WS-CON-ACTUAL
           END-IF.

       805-FIN-COMPARAR-CONSUMO.
           EXIT.
      *---------------------------------------------*
       810-BUSCAR-TARIFA.

      *    MISMO CRITERIO QUE LA VALORACION DE Program1:
      *    LA TARIFA DEL DEPARTAMENTO CON LA FECHA DE
      *    VIGENCIA MAS RECIENTE QUE NO SUPERE LA FECHA
      *    BUSCADA. SIN TARIFA VIGENTE QUEDA EN CERO.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE ZERO TO WS-VIGOR-ELEGIDO
                        WS-TARIFA-ELEGIDA.
           MOVE 1 TO WS-IDX.
           PERFORM 815-EVALUAR-TARIFA THRU 815-FIN-EVALUAR-TARIFA
               UNTIL WS-IDX > WS-TOTAL-TARIFAS.

       810-FIN-BUSCAR-TARIFA.
           EXIT.
      *---------------------------------------------*
       815-EVALUAR-TARIFA.

           IF WS-TAR-CIA (WS-IDX) = WS-BUS-CIA
               AND WS-TAR-DEPTO (WS-IDX) = WS-BUS-DEPTO
               AND WS-TAR-VIGOR (WS-IDX) NOT > WS-BUS-FECHA
               AND WS-TAR-VIGOR (WS-IDX) NOT < WS-VIGOR-ELEGIDO
               MOVE WS-TAR-VIGOR (WS-IDX) TO WS-VIGOR-ELEGIDO
               MOVE WS-TAR-TARIFA (WS-IDX) TO WS-TARIFA-ELEGIDA
               MOVE "S" TO WS-TARIFA-HALLADA
           END-IF.
           ADD 1 TO WS-IDX.

       815-FIN-EVALUAR-TARIFA.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           MOVE "SOLICITUDES RECHAZADAS: " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-RECHAZADAS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "SOLICITUDES PARCIALES: " TO WS-TOT-TITULO.
           MOVE WS-TOTAL-PARCIALES TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.

           CLOSE SOLICITUD-FILE.
           CLOSE MAESTRO-FILE.
           CLOSE CUPO-FILE.
           CLOSE DEPTCTL-FILE.
           CLOSE ASIGNRPT-FILE.

           DISPLAY "ASIGNA1: ASIGNADAS " WS-TOTAL-ASIGNADAS
               " RECHAZADAS " WS-TOTAL-RECHAZADAS
               " PARCIALES " WS-TOTAL-PARCIALES.

           IF WS-TOTAL-RECHAZADAS > ZERO
               OR WS-TOTAL-PARCIALES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

