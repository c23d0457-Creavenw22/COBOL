       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Rastreo1 as "Ejemplo.Rastreo1".
      *---------------------------------------------*
      * RASTREO DEL CICLO DE VIDA DE UN NUMERO.     *
      * RESPONDE "QUE PASO CON EL NUMERO 00451277?" *
      * PARA UN NUMERO, UNA LISTA DE NUMEROS O UN   *
      * RANGO, SEGUN LAS LINEAS DE RASTPARM (CADA   *
      * LINEA: NUMERO DESDE Y, OPCIONAL, NUMERO     *
      * HASTA). POR CADA NUMERO INFORMA:            *
      * - COMPANIA, DEPARTAMENTO, JOBID Y FECHA DE  *
      *   EMISION SEGUN EL LIBRO MAYOR RANGOLOG,    *
      * - EL IMPORTE VALORIZADO SEGUN EL REGISTRO   *
      *   DE AUDITORIA VIVO (AUDITLOG) O ARCHIVADO  *
      *   (AUDARCH), O LA REVERSION DE ANULREV,     *
      * - SI FUE ANULADO, CON FECHA Y MOTIVO, SEGUN *
      *   EL HISTORICO ANULHIST,                    *
      * - LA TRANSMISION DE INTERFAZ QUE LO LLEVO Y *
      *   SI FACTURACION LA ACUSO, SEGUN PENDLOG Y  *
      *   EL HISTORICO DE ACUSES ACUSHIST.          *
      * CADA ARCHIVO SE RECORRE UNA SOLA VEZ CONTRA *
      * LA TABLA DE NUMEROS PEDIDOS. EMITE EL       *
      * REPORTE RASTRPT.                            *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTPARM-FILE ASSIGN TO "RASTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RASTPARM-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL ANULADO-FILE ASSIGN TO "ANULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADO-STATUS.

           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT OPTIONAL ARCHIVO-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT OPTIONAL REVERSION-FILE ASSIGN TO "ANULREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSION-STATUS.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "PENDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.

           SELECT OPTIONAL ACUSADO-FILE ASSIGN TO "ACUSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSADO-STATUS.

           SELECT RASTRPT-FILE ASSIGN TO "RASTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RASTRPT-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  RASTPARM-FILE.
       01  RAS-REGISTRO.
           05 RAS-DESDE                    PIC X(8).
           05 FILLER                       PIC X.
           05 RAS-HASTA                    PIC X(8).

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  ANULADO-FILE.
           COPY ANULHIS.

       FD  AUDITORIA-FILE.
           COPY AUDITREG.

       FD  ARCHIVO-FILE.
           COPY AUDITREG REPLACING LEADING ==AUD== BY ==ARC==.

       FD  REVERSION-FILE.
           COPY REVREG.

       FD  PENDIENTE-FILE.
           COPY PENDREG.

       FD  ACUSADO-FILE.
           COPY ACUHIS.

       FD  RASTRPT-FILE.
       01  RPT-REGISTRO                    PIC X(132).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-PARAMETROS            PIC X VALUE "N".
               88 WS-NO-HAY-MAS-PARAMETROS VALUE "S".
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-FIN-ANULADOS              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ANULADOS   VALUE "S".
           05 WS-FIN-AUDITORIA             PIC X VALUE "N".
               88 WS-NO-HAY-MAS-AUDITORIA  VALUE "S".
           05 WS-FIN-ARCHIVO               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ARCHIVO    VALUE "S".
           05 WS-FIN-REVERSIONES           PIC X VALUE "N".
               88 WS-NO-HAY-MAS-REVERSIONES VALUE "S".
           05 WS-FIN-PENDIENTES            PIC X VALUE "N".
               88 WS-NO-HAY-MAS-PENDIENTES VALUE "S".
           05 WS-FIN-ACUSADOS              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-ACUSADOS   VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-PARAMETROS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-INVALIDOS           PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-NUMEROS             PIC 9(4) VALUE ZERO.
           05 WS-MAX-NUMEROS               PIC 9(4) VALUE 2000.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-VIGENTES            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-REEMITIDOS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ANULADOS            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-NO-EMITIDOS         PIC 9(4) VALUE ZERO.

       01 WS-PARAMETRO.
           05 WS-PAR-DESDE                 PIC 9(8).
           05 WS-PAR-HASTA                 PIC 9(8).
           05 WS-PAR-NUMERO                PIC 9(8).

      *---------------------------------------------*
      * TABLA DE NUMEROS CONSULTADOS. CADA PASADA   *
      * POR UN ARCHIVO COMPLETA SU PARTE: DUENO Y   *
      * EMISION (LIBRO MAYOR), ANULACION, IMPORTE   *
      * (AUDITORIA O REVERSION) Y TRANSMISION.      *
      *---------------------------------------------*
       01 WS-TABLA-NUMEROS.
           05 WS-NUM OCCURS 2000 TIMES.
               10 WS-NUM-NUMERO            PIC 9(8).
               10 WS-NUM-EN-LIBRO          PIC X.
                   88 WS-NUM-ES-EMITIDO    VALUE "S".
               10 WS-NUM-ANULACION         PIC X.
                   88 WS-NUM-ES-ANULADO    VALUE "S".
               10 WS-NUM-CIA               PIC X(2).
               10 WS-NUM-DEPTO             PIC X(4).
               10 WS-NUM-JOBID             PIC X(8).
               10 WS-NUM-FECHA-EMISION     PIC X(8).
               10 WS-NUM-FECHA-ANULACION   PIC X(8).
               10 WS-NUM-MOTIVO            PIC X(30).
               10 WS-NUM-IMPORTE           PIC 9(8)V99.
               10 WS-NUM-ORIGEN            PIC X(8).
               10 WS-NUM-TRANSMISION       PIC X(8).
               10 WS-NUM-ACUSE             PIC X.
                   88 WS-NUM-ACUSE-PENDIENTE VALUE "P".
                   88 WS-NUM-ACUSE-RECIBIDO  VALUE "C".
               10 WS-NUM-FECHA-ACUSE       PIC X(8).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(9)
               VALUE "NUMERO   ".
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(6)
               VALUE "DPTO  ".
           05 FILLER                       PIC X(9)
               VALUE "JOBID    ".
           05 FILLER                       PIC X(9)
               VALUE "EMISION  ".
           05 FILLER                       PIC X(14)
               VALUE "      IMPORTE ".
           05 FILLER                       PIC X(9)
               VALUE "ORIGEN   ".
           05 FILLER                       PIC X(11)
               VALUE "ESTADO     ".
           05 FILLER                       PIC X(9)
               VALUE "TRANSMIS ".
           05 FILLER                       PIC X(11)
               VALUE "ACUSE      ".
           05 FILLER                       PIC X(8)
               VALUE "FEC.ACUS".

       01 WS-LINEA-DETALLE.
           05 WS-DET-NUMERO                PIC 9(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-JOBID                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-FECHA-EMISION         PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-IMPORTE               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-ORIGEN                PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-ESTADO                PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-TRANSMISION           PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-ACUSE                 PIC X(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-FECHA-ACUSE           PIC X(8).

       01 WS-LINEA-ANULACION.
           05 FILLER                       PIC X(9) VALUE SPACES.
           05 FILLER                       PIC X(11)
               VALUE "ANULADO EL ".
           05 WS-ANU-FECHA                 PIC X(8).
           05 FILLER                       PIC X(9)
               VALUE " MOTIVO: ".
           05 WS-ANU-MOTIVO                PIC X(30).

       01 WS-LINEA-INVALIDA.
           05 FILLER                       PIC X(21)
               VALUE "PARAMETRO INVALIDO: '".
           05 WS-INV-PARAMETRO             PIC X(17).
           05 FILLER                       PIC X VALUE "'".

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO                 PIC X(30).
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
           05 WS-RASTPARM-STATUS           PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-ANULADO-STATUS            PIC XX.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-ARCHIVO-STATUS            PIC XX.
           05 WS-REVERSION-STATUS          PIC XX.
           05 WS-PENDIENTE-STATUS          PIC XX.
           05 WS-ACUSADO-STATUS            PIC XX.
           05 WS-RASTRPT-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-CARGAR-PARAMETRO THRU 110-FIN-CARGAR-PARAMETRO
                                       UNTIL WS-NO-HAY-MAS-PARAMETROS.
           PERFORM 120-CRUZAR-LIBRO THRU 120-FIN-CRUZAR-LIBRO.
           PERFORM 130-CRUZAR-ANULADOS THRU 130-FIN-CRUZAR-ANULADOS.
           PERFORM 140-CRUZAR-AUDITORIA THRU 140-FIN-CRUZAR-AUDITORIA.
           PERFORM 145-CRUZAR-ARCHIVO THRU 145-FIN-CRUZAR-ARCHIVO.
           PERFORM 150-CRUZAR-REVERSIONES
               THRU 150-FIN-CRUZAR-REVERSIONES.
           PERFORM 160-CRUZAR-PENDIENTES
               THRU 160-FIN-CRUZAR-PENDIENTES.
           PERFORM 165-CRUZAR-ACUSADOS THRU 165-FIN-CRUZAR-ACUSADOS.
           PERFORM 170-IMPRIMIR THRU 170-FIN-IMPRIMIR.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           OPEN INPUT RASTPARM-FILE.
           IF WS-RASTPARM-STATUS NOT = "00"
               DISPLAY "ERROR: RASTPARM NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0001" TO WS-EVE-CODIGO
               MOVE "RASTPARM NO DISPONIBLE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RASTRPT-FILE.
           IF WS-RASTRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RASTRPT"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RASTRPT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           WRITE RPT-REGISTRO FROM
               "*********RASTREO DEL CICLO DE VIDA DE NUMEROS*********".
           MOVE SPACES TO RPT-REGISTRO.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.

           PERFORM 105-LEER-PARAMETRO THRU 105-FIN-LEER-PARAMETRO.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       105-LEER-PARAMETRO.

           READ RASTPARM-FILE
               AT END MOVE "S" TO WS-FIN-PARAMETROS
           END-READ.

       105-FIN-LEER-PARAMETRO.
           EXIT.
      *---------------------------------------------*
       110-CARGAR-PARAMETRO.

      *    UNA LINEA CON SOLO EL NUMERO DESDE PIDE ESE NUMERO;
      *    CON DESDE Y HASTA PIDE EL RANGO COMPLETO. LAS
      *    LINEAS MAL FORMADAS SE INFORMAN Y SE SALTEAN.
           IF RAS-REGISTRO NOT = SPACES
               ADD 1 TO WS-TOTAL-PARAMETROS
               MOVE RAS-REGISTRO TO WS-INV-PARAMETRO
               IF RAS-HASTA = SPACES
                   MOVE RAS-DESDE TO RAS-HASTA
               END-IF
               IF RAS-DESDE NOT NUMERIC
                   OR RAS-HASTA NOT NUMERIC
                   OR RAS-DESDE > RAS-HASTA
                   ADD 1 TO WS-TOTAL-INVALIDOS
                   WRITE RPT-REGISTRO FROM WS-LINEA-INVALIDA
               ELSE
                   MOVE RAS-DESDE TO WS-PAR-DESDE
                   MOVE RAS-HASTA TO WS-PAR-HASTA
                   MOVE WS-PAR-DESDE TO WS-PAR-NUMERO
                   PERFORM 112-AGREGAR-NUMERO
                       THRU 112-FIN-AGREGAR-NUMERO
                       UNTIL WS-PAR-NUMERO > WS-PAR-HASTA
               END-IF
           END-IF.

           PERFORM 105-LEER-PARAMETRO THRU 105-FIN-LEER-PARAMETRO.

       110-FIN-CARGAR-PARAMETRO.
           EXIT.
      *---------------------------------------------*
       112-AGREGAR-NUMERO.

           IF WS-TOTAL-NUMEROS NOT < WS-MAX-NUMEROS
               DISPLAY
                 "ERROR: TABLA DE NUMEROS LLENA ("
                 WS-MAX-NUMEROS ") - ACOTE LA CONSULTA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0003" TO WS-EVE-CODIGO
               MOVE "TABLA DE NUMEROS LLENA" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TOTAL-NUMEROS.
           MOVE WS-TOTAL-NUMEROS TO WS-IDX.
           MOVE WS-PAR-NUMERO TO WS-NUM-NUMERO (WS-IDX).
           MOVE "N" TO WS-NUM-EN-LIBRO (WS-IDX)
                       WS-NUM-ANULACION (WS-IDX).
           MOVE SPACES TO WS-NUM-CIA (WS-IDX)
                          WS-NUM-DEPTO (WS-IDX)
                          WS-NUM-JOBID (WS-IDX)
                          WS-NUM-FECHA-EMISION (WS-IDX)
                          WS-NUM-FECHA-ANULACION (WS-IDX)
                          WS-NUM-MOTIVO (WS-IDX)
                          WS-NUM-ORIGEN (WS-IDX)
                          WS-NUM-TRANSMISION (WS-IDX)
                          WS-NUM-ACUSE (WS-IDX)
                          WS-NUM-FECHA-ACUSE (WS-IDX).
           MOVE ZERO TO WS-NUM-IMPORTE (WS-IDX).

           ADD 1 TO WS-PAR-NUMERO.

       112-FIN-AGREGAR-NUMERO.
           EXIT.
      *---------------------------------------------*
       120-CRUZAR-LIBRO.

      *    EL ESPACIO DE NUMEROS ES UNICO PARA TODAS LAS
      *    COMPANIAS: EL RANGO DEL LIBRO MAYOR QUE CONTIENE EL
      *    NUMERO DA SU DUENO ACTUAL.
           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 121-LEER-RANGO THRU 121-FIN-LEER-RANGO.
           PERFORM 122-CRUZAR-RANGO THRU 122-FIN-CRUZAR-RANGO
               UNTIL WS-NO-HAY-MAS-RANGOS.

           CLOSE RANGO-FILE.

       120-FIN-CRUZAR-LIBRO.
           EXIT.
      *---------------------------------------------*
       121-LEER-RANGO.

           READ RANGO-FILE
               AT END MOVE "S" TO WS-FIN-RANGOS
           END-READ.

       121-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       122-CRUZAR-RANGO.

           MOVE 1 TO WS-IDX.
           PERFORM 123-COMPARAR-RANGO THRU 123-FIN-COMPARAR-RANGO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 121-LEER-RANGO THRU 121-FIN-LEER-RANGO.

       122-FIN-CRUZAR-RANGO.
           EXIT.
      *---------------------------------------------*
       123-COMPARAR-RANGO.

           IF RGO-INICIO NOT > WS-NUM-NUMERO (WS-IDX)
               AND RGO-FIN NOT < WS-NUM-NUMERO (WS-IDX)
               MOVE "S"       TO WS-NUM-EN-LIBRO (WS-IDX)
               MOVE RGO-CIA   TO WS-NUM-CIA (WS-IDX)
               MOVE RGO-DEPTO TO WS-NUM-DEPTO (WS-IDX)
               MOVE RGO-JOBID TO WS-NUM-JOBID (WS-IDX)
               MOVE RGO-FECHA TO WS-NUM-FECHA-EMISION (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       123-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       130-CRUZAR-ANULADOS.

      *    Anula1 DA DE BAJA LA ENTRADA DEL LIBRO MAYOR: PARA
      *    UN NUMERO ANULADO EL DUENO SALE DEL HISTORICO DE
      *    ANULACIONES. SI EL NUMERO VOLVIO A EMITIRSE, EL
      *    DUENO ES EL DEL LIBRO MAYOR Y LA ANULACION QUEDA
      *    COMO ANTECEDENTE.
           OPEN INPUT ANULADO-FILE.
           IF WS-ANULADO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULHIST - STATUS "
                   WS-ANULADO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0005" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ANULHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 131-LEER-ANULADO THRU 131-FIN-LEER-ANULADO.
           PERFORM 132-CRUZAR-ANULADO THRU 132-FIN-CRUZAR-ANULADO
               UNTIL WS-NO-HAY-MAS-ANULADOS.

           CLOSE ANULADO-FILE.

       130-FIN-CRUZAR-ANULADOS.
           EXIT.
      *---------------------------------------------*
       131-LEER-ANULADO.

           READ ANULADO-FILE
               AT END MOVE "S" TO WS-FIN-ANULADOS
           END-READ.

       131-FIN-LEER-ANULADO.
           EXIT.
      *---------------------------------------------*
       132-CRUZAR-ANULADO.

           MOVE 1 TO WS-IDX.
           PERFORM 133-COMPARAR-ANULADO THRU 133-FIN-COMPARAR-ANULADO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 131-LEER-ANULADO THRU 131-FIN-LEER-ANULADO.

       132-FIN-CRUZAR-ANULADO.
           EXIT.
      *---------------------------------------------*
       133-COMPARAR-ANULADO.

           IF AHI-INICIO NOT > WS-NUM-NUMERO (WS-IDX)
               AND AHI-FIN NOT < WS-NUM-NUMERO (WS-IDX)
               MOVE "S" TO WS-NUM-ANULACION (WS-IDX)
               MOVE AHI-TIMESTAMP (1:8)
                   TO WS-NUM-FECHA-ANULACION (WS-IDX)
               MOVE AHI-MOTIVO TO WS-NUM-MOTIVO (WS-IDX)
               IF NOT WS-NUM-ES-EMITIDO (WS-IDX)
                   MOVE AHI-CIA   TO WS-NUM-CIA (WS-IDX)
                   MOVE AHI-DEPTO TO WS-NUM-DEPTO (WS-IDX)
                   MOVE AHI-JOBID TO WS-NUM-JOBID (WS-IDX)
               END-IF
           END-IF.

           ADD 1 TO WS-IDX.

       133-FIN-COMPARAR-ANULADO.
           EXIT.
      *---------------------------------------------*
       140-CRUZAR-AUDITORIA.

      *    EL IMPORTE SE TOMA DEL REGISTRO DE AUDITORIA DEL
      *    JOB DUENO; EL AUDITLOG VIVO SE LEE ANTES QUE EL
      *    ARCHIVO Y TIENE PRIORIDAD SOBRE EL.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDITLOG - STATUS "
                   WS-AUDITORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0006" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDITLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 141-LEER-AUDITORIA THRU 141-FIN-LEER-AUDITORIA.
           PERFORM 142-CRUZAR-AUDITADO THRU 142-FIN-CRUZAR-AUDITADO
               UNTIL WS-NO-HAY-MAS-AUDITORIA.

           CLOSE AUDITORIA-FILE.

       140-FIN-CRUZAR-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       141-LEER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE "S" TO WS-FIN-AUDITORIA
           END-READ.

       141-FIN-LEER-AUDITORIA.
           EXIT.
      *---------------------------------------------*
       142-CRUZAR-AUDITADO.

           MOVE 1 TO WS-IDX.
           PERFORM 143-COMPARAR-AUDITADO
               THRU 143-FIN-COMPARAR-AUDITADO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 141-LEER-AUDITORIA THRU 141-FIN-LEER-AUDITORIA.

       142-FIN-CRUZAR-AUDITADO.
           EXIT.
      *---------------------------------------------*
       143-COMPARAR-AUDITADO.

           IF AUD-NUMERO = WS-NUM-NUMERO (WS-IDX)
               AND WS-NUM-ORIGEN (WS-IDX) = SPACES
               AND (WS-NUM-JOBID (WS-IDX) = SPACES
                    OR (AUD-CIA = WS-NUM-CIA (WS-IDX)
                        AND AUD-JOBID = WS-NUM-JOBID (WS-IDX)))
               MOVE AUD-IMPORTE TO WS-NUM-IMPORTE (WS-IDX)
               MOVE "AUDITLOG"  TO WS-NUM-ORIGEN (WS-IDX)
               IF WS-NUM-JOBID (WS-IDX) = SPACES
                   MOVE AUD-CIA   TO WS-NUM-CIA (WS-IDX)
                   MOVE AUD-JOBID TO WS-NUM-JOBID (WS-IDX)
               END-IF
           END-IF.

           ADD 1 TO WS-IDX.

       143-FIN-COMPARAR-AUDITADO.
           EXIT.
      *---------------------------------------------*
       145-CRUZAR-ARCHIVO.

           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDARCH - STATUS "
                   WS-ARCHIVO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0007" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR AUDARCH" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 146-LEER-ARCHIVO THRU 146-FIN-LEER-ARCHIVO.
           PERFORM 147-CRUZAR-ARCHIVADO THRU 147-FIN-CRUZAR-ARCHIVADO
               UNTIL WS-NO-HAY-MAS-ARCHIVO.

           CLOSE ARCHIVO-FILE.

       145-FIN-CRUZAR-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       146-LEER-ARCHIVO.

           READ ARCHIVO-FILE
               AT END MOVE "S" TO WS-FIN-ARCHIVO
           END-READ.

       146-FIN-LEER-ARCHIVO.
           EXIT.
      *---------------------------------------------*
       147-CRUZAR-ARCHIVADO.

           MOVE 1 TO WS-IDX.
           PERFORM 148-COMPARAR-ARCHIVADO
               THRU 148-FIN-COMPARAR-ARCHIVADO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 146-LEER-ARCHIVO THRU 146-FIN-LEER-ARCHIVO.

       147-FIN-CRUZAR-ARCHIVADO.
           EXIT.
      *---------------------------------------------*
       148-COMPARAR-ARCHIVADO.

           IF ARC-NUMERO = WS-NUM-NUMERO (WS-IDX)
               AND WS-NUM-ORIGEN (WS-IDX) = SPACES
               AND (WS-NUM-JOBID (WS-IDX) = SPACES
                    OR (ARC-CIA = WS-NUM-CIA (WS-IDX)
                        AND ARC-JOBID = WS-NUM-JOBID (WS-IDX)))
               MOVE ARC-IMPORTE TO WS-NUM-IMPORTE (WS-IDX)
               MOVE "AUDARCH"   TO WS-NUM-ORIGEN (WS-IDX)
               IF WS-NUM-JOBID (WS-IDX) = SPACES
                   MOVE ARC-CIA   TO WS-NUM-CIA (WS-IDX)
                   MOVE ARC-JOBID TO WS-NUM-JOBID (WS-IDX)
               END-IF
           END-IF.

           ADD 1 TO WS-IDX.

       148-FIN-COMPARAR-ARCHIVADO.
           EXIT.
      *---------------------------------------------*
       150-CRUZAR-REVERSIONES.

      *    Anula1 DEPURA DEL AUDITLOG LOS NUMEROS ANULADOS:
      *    SI NO QUEDO COPIA ARCHIVADA, EL IMPORTE SE TOMA DE
      *    LA REVERSION ENVIADA A FACTURACION (ANULREV SOLO
      *    CONSERVA LA ULTIMA CORRIDA DE ANULACIONES).
           OPEN INPUT REVERSION-FILE.
           IF WS-REVERSION-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULREV - STATUS "
                   WS-REVERSION-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0008" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ANULREV" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 151-LEER-REVERSION THRU 151-FIN-LEER-REVERSION.
           PERFORM 152-CRUZAR-REVERSION THRU 152-FIN-CRUZAR-REVERSION
               UNTIL WS-NO-HAY-MAS-REVERSIONES.

           CLOSE REVERSION-FILE.

       150-FIN-CRUZAR-REVERSIONES.
           EXIT.
      *---------------------------------------------*
       151-LEER-REVERSION.

           READ REVERSION-FILE
               AT END MOVE "S" TO WS-FIN-REVERSIONES
           END-READ.

       151-FIN-LEER-REVERSION.
           EXIT.
      *---------------------------------------------*
       152-CRUZAR-REVERSION.

           MOVE 1 TO WS-IDX.
           PERFORM 153-COMPARAR-REVERSION
               THRU 153-FIN-COMPARAR-REVERSION
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 151-LEER-REVERSION THRU 151-FIN-LEER-REVERSION.

       152-FIN-CRUZAR-REVERSION.
           EXIT.
      *---------------------------------------------*
       153-COMPARAR-REVERSION.

      *    EL IMPORTE REVERTIDO VIENE CON SIGNO NEGATIVO; AL
      *    CAMPO SIN SIGNO PASA SU VALOR ABSOLUTO.
           IF REV-NUMERO = WS-NUM-NUMERO (WS-IDX)
               AND WS-NUM-ES-ANULADO (WS-IDX)
               AND WS-NUM-ORIGEN (WS-IDX) = SPACES
               AND REV-CIA = WS-NUM-CIA (WS-IDX)
               AND REV-JOBID = WS-NUM-JOBID (WS-IDX)
               MOVE REV-IMPORTE TO WS-NUM-IMPORTE (WS-IDX)
               MOVE "ANULREV"   TO WS-NUM-ORIGEN (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       153-FIN-COMPARAR-REVERSION.
           EXIT.
      *---------------------------------------------*
       160-CRUZAR-PENDIENTES.

      *    LA INTERFAZ LLEVA UNA SECCION POR COMPANIA,
      *    DEPARTAMENTO Y JOBID: LA SECCION DEL JOB DUENO ES
      *    LA TRANSMISION QUE LLEVO EL NUMERO. SI SIGUE EN
      *    PENDLOG, FACTURACION AUN NO LA ACUSO.
           OPEN INPUT PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR PENDLOG - STATUS "
                   WS-PENDIENTE-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0009" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR PENDLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 161-LEER-PENDIENTE THRU 161-FIN-LEER-PENDIENTE.
           PERFORM 162-CRUZAR-PENDIENTE THRU 162-FIN-CRUZAR-PENDIENTE
               UNTIL WS-NO-HAY-MAS-PENDIENTES.

           CLOSE PENDIENTE-FILE.

       160-FIN-CRUZAR-PENDIENTES.
           EXIT.
      *---------------------------------------------*
       161-LEER-PENDIENTE.

           READ PENDIENTE-FILE
               AT END MOVE "S" TO WS-FIN-PENDIENTES
           END-READ.

       161-FIN-LEER-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       162-CRUZAR-PENDIENTE.

           MOVE 1 TO WS-IDX.
           PERFORM 163-COMPARAR-PENDIENTE
               THRU 163-FIN-COMPARAR-PENDIENTE
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 161-LEER-PENDIENTE THRU 161-FIN-LEER-PENDIENTE.

       162-FIN-CRUZAR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       163-COMPARAR-PENDIENTE.

           IF PEN-CIA = WS-NUM-CIA (WS-IDX)
               AND PEN-DEPTO = WS-NUM-DEPTO (WS-IDX)
               AND PEN-JOBID = WS-NUM-JOBID (WS-IDX)
               MOVE PEN-FECHA TO WS-NUM-TRANSMISION (WS-IDX)
               MOVE "P"       TO WS-NUM-ACUSE (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       163-FIN-COMPARAR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       165-CRUZAR-ACUSADOS.

      *    LAS SECCIONES QUE FACTURACION YA ACUSO SALEN DEL
      *    LIBRO DE PENDIENTES Y QUEDAN EN ACUSHIST CON LA
      *    FECHA DEL ACUSE.
           OPEN INPUT ACUSADO-FILE.
           IF WS-ACUSADO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ACUSHIST - STATUS "
                   WS-ACUSADO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "RAS0010" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ACUSHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 166-LEER-ACUSADO THRU 166-FIN-LEER-ACUSADO.
           PERFORM 167-CRUZAR-ACUSADO THRU 167-FIN-CRUZAR-ACUSADO
               UNTIL WS-NO-HAY-MAS-ACUSADOS.

           CLOSE ACUSADO-FILE.

       165-FIN-CRUZAR-ACUSADOS.
           EXIT.
      *---------------------------------------------*
       166-LEER-ACUSADO.

           READ ACUSADO-FILE
               AT END MOVE "S" TO WS-FIN-ACUSADOS
           END-READ.

       166-FIN-LEER-ACUSADO.
           EXIT.
      *---------------------------------------------*
       167-CRUZAR-ACUSADO.

           MOVE 1 TO WS-IDX.
           PERFORM 168-COMPARAR-ACUSADO THRU 168-FIN-COMPARAR-ACUSADO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 166-LEER-ACUSADO THRU 166-FIN-LEER-ACUSADO.

       167-FIN-CRUZAR-ACUSADO.
           EXIT.
      *---------------------------------------------*
       168-COMPARAR-ACUSADO.

           IF ACH-CIA = WS-NUM-CIA (WS-IDX)
               AND ACH-DEPTO = WS-NUM-DEPTO (WS-IDX)
               AND ACH-JOBID = WS-NUM-JOBID (WS-IDX)
               MOVE ACH-FECHA       TO WS-NUM-TRANSMISION (WS-IDX)
               MOVE "C"             TO WS-NUM-ACUSE (WS-IDX)
               MOVE ACH-FECHA-ACUSE TO WS-NUM-FECHA-ACUSE (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       168-FIN-COMPARAR-ACUSADO.
           EXIT.
      *---------------------------------------------*
       170-IMPRIMIR.

           WRITE RPT-REGISTRO FROM WS-LINEA-TITULO.
           WRITE RPT-REGISTRO FROM ALL "-".

           MOVE 1 TO WS-IDX.
           PERFORM 175-IMPRIMIR-NUMERO THRU 175-FIN-IMPRIMIR-NUMERO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           WRITE RPT-REGISTRO FROM ALL "-".
           MOVE "NUMEROS CONSULTADOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-NUMEROS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "VIGENTES" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-VIGENTES TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "REEMITIDOS TRAS ANULACION" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-REEMITIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "ANULADOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-ANULADOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "NUNCA EMITIDOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-NO-EMITIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "PARAMETROS INVALIDOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-INVALIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.

       170-FIN-IMPRIMIR.
           EXIT.
      *---------------------------------------------*
       175-IMPRIMIR-NUMERO.

           EVALUATE TRUE
               WHEN WS-NUM-ES-EMITIDO (WS-IDX)
                   AND WS-NUM-ES-ANULADO (WS-IDX)
                   MOVE "REEMITIDO" TO WS-DET-ESTADO
                   ADD 1 TO WS-TOTAL-REEMITIDOS
               WHEN WS-NUM-ES-EMITIDO (WS-IDX)
                   MOVE "VIGENTE" TO WS-DET-ESTADO
                   ADD 1 TO WS-TOTAL-VIGENTES
               WHEN WS-NUM-ES-ANULADO (WS-IDX)
                   MOVE "ANULADO" TO WS-DET-ESTADO
                   ADD 1 TO WS-TOTAL-ANULADOS
               WHEN OTHER
                   MOVE "NO EMITIDO" TO WS-DET-ESTADO
                   ADD 1 TO WS-TOTAL-NO-EMITIDOS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-NUM-ACUSE-RECIBIDO (WS-IDX)
                   MOVE "ACUSADA" TO WS-DET-ACUSE
               WHEN WS-NUM-ACUSE-PENDIENTE (WS-IDX)
                   MOVE "PENDIENTE" TO WS-DET-ACUSE
               WHEN OTHER
                   MOVE "NO ENVIADA" TO WS-DET-ACUSE
           END-EVALUATE.

           MOVE WS-NUM-NUMERO (WS-IDX)        TO WS-DET-NUMERO.
           MOVE WS-NUM-CIA (WS-IDX)           TO WS-DET-CIA.
           MOVE WS-NUM-DEPTO (WS-IDX)         TO WS-DET-DEPTO.
           MOVE WS-NUM-JOBID (WS-IDX)         TO WS-DET-JOBID.
           MOVE WS-NUM-FECHA-EMISION (WS-IDX) TO WS-DET-FECHA-EMISION.
           MOVE WS-NUM-IMPORTE (WS-IDX)       TO WS-DET-IMPORTE.
           MOVE WS-NUM-ORIGEN (WS-IDX)        TO WS-DET-ORIGEN.
           MOVE WS-NUM-TRANSMISION (WS-IDX)   TO WS-DET-TRANSMISION.
           MOVE WS-NUM-FECHA-ACUSE (WS-IDX)   TO WS-DET-FECHA-ACUSE.
           WRITE RPT-REGISTRO FROM WS-LINEA-DETALLE.

           IF WS-NUM-ES-ANULADO (WS-IDX)
               MOVE WS-NUM-FECHA-ANULACION (WS-IDX) TO WS-ANU-FECHA
               MOVE WS-NUM-MOTIVO (WS-IDX)          TO WS-ANU-MOTIVO
               WRITE RPT-REGISTRO FROM WS-LINEA-ANULACION
           END-IF.

           ADD 1 TO WS-IDX.

       175-FIN-IMPRIMIR-NUMERO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE RASTPARM-FILE.
           CLOSE RASTRPT-FILE.

           DISPLAY "RASTREO1: NUMEROS CONSULTADOS " WS-TOTAL-NUMEROS
               " PARAMETROS INVALIDOS " WS-TOTAL-INVALIDOS.

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
               MOVE "RASTREO1" TO EVE-PROGRAMA
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

       end program Rastreo1.
