       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Valida1 as "Ejemplo.Valida1".
      *---------------------------------------------*
      * VALIDACION DE NUMEROS DEVUELTOS. LEE EL     *
      * ARCHIVO NUMDEV (NUMEROS QUE VUELVEN DE      *
      * FACTURACION O QUE TIPEAN LOS USUARIOS, CON  *
      * SU DIGITO VERIFICADOR) Y CLASIFICA CADA UNO:*
      * - FORMATO INVALIDO (NO SON 8 CIFRAS Y UN    *
      *   DIGITO),                                  *
      * - DIGITO VERIFICADOR ERRONEO (ERROR DE      *
      *   TIPEO O DE TRANSCRIPCION),                *
      * - NUNCA EMITIDO (NINGUN RANGO DEL LIBRO     *
      *   MAYOR RANGOLOG LO CONTIENE),              *
      * - ANULADO (FIGURA EN EL HISTORICO DE        *
      *   ANULACIONES ANULHIST DE Anula1),          *
      * - O EMITIDO, CON SU COMPANIA, DEPARTAMENTO, *
      *   JOBID Y FECHA.                            *
      * EMITE EL REPORTE VALIDRPT Y TERMINA CON     *
      * RETURN-CODE 8 SI ALGUN NUMERO NO ES VALIDO. *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVUELTO-FILE ASSIGN TO "NUMDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVUELTO-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "ANULHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT VALIDRPT-FILE ASSIGN TO "VALIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDRPT-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  DEVUELTO-FILE.
           COPY DEVREG.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  HISTORIA-FILE.
           COPY ANULHIS.

       FD  VALIDRPT-FILE.
       01  RPT-REGISTRO                    PIC X(132).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-DEVUELTOS             PIC X VALUE "N".
               88 WS-NO-HAY-MAS-DEVUELTOS  VALUE "S".
           05 WS-FIN-RANGOS                PIC X VALUE "N".
               88 WS-NO-HAY-MAS-RANGOS     VALUE "S".
           05 WS-FIN-HISTORIA              PIC X VALUE "N".
               88 WS-NO-HAY-MAS-HISTORIA   VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-LEIDOS              PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-NUMEROS             PIC 9(4) VALUE ZERO.
           05 WS-MAX-NUMEROS               PIC 9(4) VALUE 1000.
           05 WS-IDX                       PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-EMITIDOS            PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-FORMATO             PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-DIGITO              PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-NO-EMITIDOS         PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-ANULADOS            PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-EXCEPCIONES         PIC 9(6) VALUE ZERO.

      *---------------------------------------------*
      * DIGITO VERIFICADOR DEL NUMERO EMITIDO:      *
      * MODULO 10 CON PESOS 2-1 ALTERNADOS DESDE LA *
      * CIFRA DE LA DERECHA, IGUAL QUE EN Program1. *
      *---------------------------------------------*
       01 WS-DIGITO-CONTROL.
           05 WS-DIG-NUMERO                PIC 9(8).
           05 WS-DIG-CIFRAS REDEFINES WS-DIG-NUMERO.
               10 WS-DIG-CIFRA             PIC 9 OCCURS 8 TIMES.
           05 WS-DIG-POS                   PIC 9(2).
           05 WS-DIG-PRODUCTO              PIC 9(2).
           05 WS-DIG-SUMA                  PIC 9(3).
           05 WS-DIG-COCIENTE              PIC 9(3).
           05 WS-DIG-RESTO                 PIC 9(2).
           05 WS-DIG-RESULTADO             PIC 9.
           05 WS-DIG-INFORMADO             PIC 9.

      *---------------------------------------------*
      * TABLA DE NUMEROS DEVUELTOS, EN EL ORDEN DE  *
      * ENTRADA. LOS QUE PASAN EL DIGITO QUEDAN     *
      * PENDIENTES HASTA CRUZARLOS CON EL LIBRO     *
      * MAYOR Y EL HISTORICO DE ANULACIONES.        *
      *---------------------------------------------*
       01 WS-TABLA-NUMEROS.
           05 WS-NUM OCCURS 1000 TIMES.
               10 WS-NUM-TEXTO             PIC X(8).
               10 WS-NUM-NUMERO            PIC 9(8).
               10 WS-NUM-DIGITO            PIC X.
               10 WS-NUM-REFERENCIA        PIC X(20).
               10 WS-NUM-RESULTADO         PIC X(2).
                   88 WS-NUM-PENDIENTE     VALUE "PE".
                   88 WS-NUM-EMITIDO       VALUE "OK".
                   88 WS-NUM-FORMATO       VALUE "FI".
                   88 WS-NUM-DIGITO-MAL    VALUE "DV".
                   88 WS-NUM-NO-EMITIDO    VALUE "NE".
                   88 WS-NUM-ANULADO       VALUE "AN".
               10 WS-NUM-CIA               PIC X(2).
               10 WS-NUM-DEPTO             PIC X(4).
               10 WS-NUM-JOBID             PIC X(8).
               10 WS-NUM-FECHA             PIC X(8).
               10 WS-NUM-MOTIVO            PIC X(30).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-TITULO.
           05 FILLER                       PIC X(13)
               VALUE "NUMERO   DV  ".
           05 FILLER                       PIC X(21)
               VALUE "REFERENCIA".
           05 FILLER                       PIC X(31)
               VALUE "RESULTADO".
           05 FILLER                       PIC X(4)
               VALUE "CIA ".
           05 FILLER                       PIC X(6)
               VALUE "DPTO  ".
           05 FILLER                       PIC X(9)
               VALUE "JOBID    ".
           05 FILLER                       PIC X(9)
               VALUE "FECHA    ".
           05 FILLER                       PIC X(30)
               VALUE "MOTIVO / OBSERVACION".

       01 WS-LINEA-DETALLE.
           05 WS-DET-NUMERO                PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-DIGITO                PIC X.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 WS-DET-REFERENCIA            PIC X(20).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-RESULTADO             PIC X(30).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-CIA                   PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-DEPTO                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DET-JOBID                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-FECHA                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DET-MOTIVO                PIC X(30).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TEXTO                 PIC X(30).
           05 WS-TOT-CANTIDAD              PIC Z(5)9.

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
           05 WS-DEVUELTO-STATUS           PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-VALIDRPT-STATUS           PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-CARGAR-NUMERO THRU 110-FIN-CARGAR-NUMERO
                                       UNTIL WS-NO-HAY-MAS-DEVUELTOS.
           PERFORM 130-CRUZAR-LIBRO THRU 130-FIN-CRUZAR-LIBRO.
           PERFORM 140-CRUZAR-ANULADOS THRU 140-FIN-CRUZAR-ANULADOS.
           PERFORM 150-IMPRIMIR THRU 150-FIN-IMPRIMIR.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

           OPEN INPUT DEVUELTO-FILE.
           IF WS-DEVUELTO-STATUS NOT = "00"
               DISPLAY "ERROR: NUMDEV NO DISPONIBLE - FIN DE PROCESO"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "VAL0001" TO WS-EVE-CODIGO
               MOVE "NUMDEV NO DISPONIBLE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VALIDRPT-FILE.
           IF WS-VALIDRPT-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR VALIDRPT"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "VAL0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR VALIDRPT" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 105-LEER-DEVUELTO THRU 105-FIN-LEER-DEVUELTO.

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       105-LEER-DEVUELTO.

           READ DEVUELTO-FILE
               AT END MOVE "S" TO WS-FIN-DEVUELTOS
           END-READ.
           IF NOT WS-NO-HAY-MAS-DEVUELTOS
               ADD 1 TO WS-TOTAL-LEIDOS
           END-IF.

       105-FIN-LEER-DEVUELTO.
           EXIT.
      *---------------------------------------------*
       110-CARGAR-NUMERO.

      *    LAS LINEAS EN BLANCO SE IGNORAN. EL RESTO ENTRA A
      *    LA TABLA YA CLASIFICADO POR FORMATO Y DIGITO; LOS
      *    QUE PASAN AMBOS QUEDAN PENDIENTES DEL CRUCE.
           IF DEV-REGISTRO NOT = SPACES
               IF WS-TOTAL-NUMEROS NOT < WS-MAX-NUMEROS
                   DISPLAY
                     "ERROR: TABLA DE NUMEROS LLENA ("
                     WS-MAX-NUMEROS ") - PROCESO DETENIDO"
                   MOVE "F" TO WS-EVE-SEVERIDAD
                   MOVE "VAL0003" TO WS-EVE-CODIGO
                   MOVE "TABLA DE NUMEROS LLENA" TO WS-EVE-TEXTO
                   PERFORM 980-GRABAR-EVENTO
                       THRU 980-FIN-GRABAR-EVENTO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-NUMEROS
               MOVE WS-TOTAL-NUMEROS TO WS-IDX
               MOVE DEV-NUMERO     TO WS-NUM-TEXTO (WS-IDX)
               MOVE DEV-DIGITO     TO WS-NUM-DIGITO (WS-IDX)
               MOVE DEV-REFERENCIA TO WS-NUM-REFERENCIA (WS-IDX)
               MOVE ZERO   TO WS-NUM-NUMERO (WS-IDX)
               MOVE SPACES TO WS-NUM-CIA (WS-IDX)
                              WS-NUM-DEPTO (WS-IDX)
                              WS-NUM-JOBID (WS-IDX)
                              WS-NUM-FECHA (WS-IDX)
                              WS-NUM-MOTIVO (WS-IDX)
               PERFORM 115-VERIFICAR-DIGITO
                   THRU 115-FIN-VERIFICAR-DIGITO
           END-IF.

           PERFORM 105-LEER-DEVUELTO THRU 105-FIN-LEER-DEVUELTO.

       110-FIN-CARGAR-NUMERO.
           EXIT.
      *---------------------------------------------*
       115-VERIFICAR-DIGITO.

           IF DEV-NUMERO NOT NUMERIC OR DEV-DIGITO NOT NUMERIC
               MOVE "FI" TO WS-NUM-RESULTADO (WS-IDX)
           ELSE
               MOVE DEV-NUMERO TO WS-DIG-NUMERO
               MOVE DEV-NUMERO TO WS-NUM-NUMERO (WS-IDX)
               MOVE DEV-DIGITO TO WS-DIG-INFORMADO
               PERFORM 116-CALCULAR-DIGITO
                   THRU 116-FIN-CALCULAR-DIGITO
               IF WS-DIG-RESULTADO = WS-DIG-INFORMADO
                   MOVE "PE" TO WS-NUM-RESULTADO (WS-IDX)
               ELSE
                   MOVE "DV" TO WS-NUM-RESULTADO (WS-IDX)
                   MOVE SPACES TO WS-NUM-MOTIVO (WS-IDX)
                   STRING "EL DIGITO CORRECTO SERIA "
                          WS-DIG-RESULTADO
                          DELIMITED BY SIZE
                          INTO WS-NUM-MOTIVO (WS-IDX)
               END-IF
           END-IF.

       115-FIN-VERIFICAR-DIGITO.
           EXIT.
      *---------------------------------------------*
       116-CALCULAR-DIGITO.

      *    LAS CIFRAS EN POSICION PAR (CONTANDO DESDE LA
      *    IZQUIERDA DE LAS 8) SON LAS QUE SE DUPLICAN: LA
      *    DE MAS A LA DERECHA ES LA OCTAVA.
           MOVE ZERO TO WS-DIG-SUMA.
           MOVE 1 TO WS-DIG-POS.
           PERFORM 117-SUMAR-CIFRA THRU 117-FIN-SUMAR-CIFRA
               UNTIL WS-DIG-POS > 8.

           DIVIDE WS-DIG-SUMA BY 10 GIVING WS-DIG-COCIENTE
               REMAINDER WS-DIG-RESTO.
           IF WS-DIG-RESTO = ZERO
               MOVE ZERO TO WS-DIG-RESULTADO
           ELSE
               COMPUTE WS-DIG-RESULTADO = 10 - WS-DIG-RESTO
           END-IF.

       116-FIN-CALCULAR-DIGITO.
           EXIT.
      *---------------------------------------------*
       117-SUMAR-CIFRA.

           IF WS-DIG-POS = 2 OR 4 OR 6 OR 8
               COMPUTE WS-DIG-PRODUCTO =
                   WS-DIG-CIFRA (WS-DIG-POS) * 2
               IF WS-DIG-PRODUCTO > 9
                   SUBTRACT 9 FROM WS-DIG-PRODUCTO
               END-IF
           ELSE
               MOVE WS-DIG-CIFRA (WS-DIG-POS) TO WS-DIG-PRODUCTO
           END-IF.

           ADD WS-DIG-PRODUCTO TO WS-DIG-SUMA.
           ADD 1 TO WS-DIG-POS.

       117-FIN-SUMAR-CIFRA.
           EXIT.
      *---------------------------------------------*
       130-CRUZAR-LIBRO.

      *    UNA SOLA PASADA POR EL LIBRO MAYOR: CADA RANGO SE
      *    CRUZA CONTRA LOS NUMEROS PENDIENTES, Y EL QUE LOS
      *    CONTIENE LOS DA POR EMITIDOS CON SU COMPANIA,
      *    DEPARTAMENTO, JOBID Y FECHA.
           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "VAL0004" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 131-LEER-RANGO THRU 131-FIN-LEER-RANGO.
           PERFORM 132-CRUZAR-RANGO THRU 132-FIN-CRUZAR-RANGO
               UNTIL WS-NO-HAY-MAS-RANGOS.

           CLOSE RANGO-FILE.

       130-FIN-CRUZAR-LIBRO.
           EXIT.
      *---------------------------------------------*
       131-LEER-RANGO.

           READ RANGO-FILE
               AT END MOVE "S" TO WS-FIN-RANGOS
           END-READ.

       131-FIN-LEER-RANGO.
           EXIT.
      *---------------------------------------------*
       132-CRUZAR-RANGO.

           MOVE 1 TO WS-IDX.
           PERFORM 133-COMPARAR-RANGO THRU 133-FIN-COMPARAR-RANGO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 131-LEER-RANGO THRU 131-FIN-LEER-RANGO.

       132-FIN-CRUZAR-RANGO.
           EXIT.
      *---------------------------------------------*
       133-COMPARAR-RANGO.

           IF WS-NUM-PENDIENTE (WS-IDX)
               AND RGO-INICIO NOT > WS-NUM-NUMERO (WS-IDX)
               AND RGO-FIN NOT < WS-NUM-NUMERO (WS-IDX)
               MOVE "OK"      TO WS-NUM-RESULTADO (WS-IDX)
               MOVE RGO-CIA   TO WS-NUM-CIA (WS-IDX)
               MOVE RGO-DEPTO TO WS-NUM-DEPTO (WS-IDX)
               MOVE RGO-JOBID TO WS-NUM-JOBID (WS-IDX)
               MOVE RGO-FECHA TO WS-NUM-FECHA (WS-IDX)
           END-IF.

           ADD 1 TO WS-IDX.

       133-FIN-COMPARAR-RANGO.
           EXIT.
      *---------------------------------------------*
       140-CRUZAR-ANULADOS.

      *    Anula1 DA DE BAJA LA ENTRADA DEL LIBRO MAYOR, ASI
      *    QUE UN NUMERO ANULADO LLEGA AQUI TODAVIA PENDIENTE.
      *    SI YA FIGURA EMITIDO ES QUE EL RANGO SE VOLVIO A
      *    EMITIR DESPUES DE LA ANULACION: SIGUE VALIDO Y SE
      *    DEJA LA OBSERVACION.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULHIST - STATUS "
                   WS-HISTORIA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "VAL0005" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ANULHIST" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 141-LEER-HISTORIA THRU 141-FIN-LEER-HISTORIA.
           PERFORM 142-CRUZAR-ANULACION THRU 142-FIN-CRUZAR-ANULACION
               UNTIL WS-NO-HAY-MAS-HISTORIA.

           CLOSE HISTORIA-FILE.

       140-FIN-CRUZAR-ANULADOS.
           EXIT.
      *---------------------------------------------*
       141-LEER-HISTORIA.

           READ HISTORIA-FILE
               AT END MOVE "S" TO WS-FIN-HISTORIA
           END-READ.

       141-FIN-LEER-HISTORIA.
           EXIT.
      *---------------------------------------------*
       142-CRUZAR-ANULACION.

           MOVE 1 TO WS-IDX.
           PERFORM 143-COMPARAR-ANULACION
               THRU 143-FIN-COMPARAR-ANULACION
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           PERFORM 141-LEER-HISTORIA THRU 141-FIN-LEER-HISTORIA.

       142-FIN-CRUZAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       143-COMPARAR-ANULACION.

           IF AHI-INICIO NOT > WS-NUM-NUMERO (WS-IDX)
               AND AHI-FIN NOT < WS-NUM-NUMERO (WS-IDX)
               IF WS-NUM-PENDIENTE (WS-IDX)
                   MOVE "AN"      TO WS-NUM-RESULTADO (WS-IDX)
                   MOVE AHI-CIA   TO WS-NUM-CIA (WS-IDX)
                   MOVE AHI-DEPTO TO WS-NUM-DEPTO (WS-IDX)
                   MOVE AHI-JOBID TO WS-NUM-JOBID (WS-IDX)
                   MOVE AHI-TIMESTAMP (1:8)
                                  TO WS-NUM-FECHA (WS-IDX)
                   MOVE AHI-MOTIVO TO WS-NUM-MOTIVO (WS-IDX)
               ELSE
                   IF WS-NUM-EMITIDO (WS-IDX)
                       MOVE "REEMITIDO TRAS UNA ANULACION"
                           TO WS-NUM-MOTIVO (WS-IDX)
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-IDX.

       143-FIN-COMPARAR-ANULACION.
           EXIT.
      *---------------------------------------------*
       150-IMPRIMIR.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.

           WRITE RPT-REGISTRO FROM
               "*********VALIDACION DE NUMEROS DEVUELTOS**********".
           MOVE SPACES TO RPT-REGISTRO.
           STRING "FECHA: " WS-FECHA-SISTEMA
                  "  HORA: " WS-HORA-SISTEMA
                  DELIMITED BY SIZE
                  INTO RPT-REGISTRO.
           WRITE RPT-REGISTRO.
           WRITE RPT-REGISTRO FROM WS-LINEA-TITULO.
           WRITE RPT-REGISTRO FROM ALL "-".

           MOVE 1 TO WS-IDX.
           PERFORM 155-IMPRIMIR-NUMERO THRU 155-FIN-IMPRIMIR-NUMERO
               UNTIL WS-IDX > WS-TOTAL-NUMEROS.

           WRITE RPT-REGISTRO FROM ALL "-".
           MOVE "NUMEROS LEIDOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-NUMEROS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "EMITIDOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-EMITIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "FORMATO INVALIDO" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-FORMATO TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "DIGITO VERIFICADOR ERRONEO" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-DIGITO TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "NUNCA EMITIDOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-NO-EMITIDOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.
           MOVE "ANULADOS" TO WS-TOT-TEXTO.
           MOVE WS-TOTAL-ANULADOS TO WS-TOT-CANTIDAD.
           WRITE RPT-REGISTRO FROM WS-LINEA-TOTAL.

       150-FIN-IMPRIMIR.
           EXIT.
      *---------------------------------------------*
       155-IMPRIMIR-NUMERO.

      *    LO QUE SIGUE PENDIENTE DESPUES DE LOS DOS CRUCES NO
      *    ESTA EN NINGUN RANGO EMITIDO NI ANULADO.
           IF WS-NUM-PENDIENTE (WS-IDX)
               MOVE "NE" TO WS-NUM-RESULTADO (WS-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN WS-NUM-EMITIDO (WS-IDX)
                   MOVE "EMITIDO" TO WS-DET-RESULTADO
                   ADD 1 TO WS-TOTAL-EMITIDOS
               WHEN WS-NUM-FORMATO (WS-IDX)
                   MOVE "FORMATO INVALIDO" TO WS-DET-RESULTADO
                   ADD 1 TO WS-TOTAL-FORMATO
               WHEN WS-NUM-DIGITO-MAL (WS-IDX)
                   MOVE "DIGITO VERIFICADOR ERRONEO"
                       TO WS-DET-RESULTADO
                   ADD 1 TO WS-TOTAL-DIGITO
               WHEN WS-NUM-NO-EMITIDO (WS-IDX)
                   MOVE "NUNCA EMITIDO" TO WS-DET-RESULTADO
                   ADD 1 TO WS-TOTAL-NO-EMITIDOS
               WHEN WS-NUM-ANULADO (WS-IDX)
                   MOVE "ANULADO" TO WS-DET-RESULTADO
                   ADD 1 TO WS-TOTAL-ANULADOS
           END-EVALUATE.

           IF NOT WS-NUM-EMITIDO (WS-IDX)
               ADD 1 TO WS-TOTAL-EXCEPCIONES
           END-IF.

           MOVE WS-NUM-TEXTO (WS-IDX)      TO WS-DET-NUMERO.
           MOVE WS-NUM-DIGITO (WS-IDX)     TO WS-DET-DIGITO.
           MOVE WS-NUM-REFERENCIA (WS-IDX) TO WS-DET-REFERENCIA.
           MOVE WS-NUM-CIA (WS-IDX)        TO WS-DET-CIA.
           MOVE WS-NUM-DEPTO (WS-IDX)      TO WS-DET-DEPTO.
           MOVE WS-NUM-JOBID (WS-IDX)      TO WS-DET-JOBID.
           MOVE WS-NUM-FECHA (WS-IDX)      TO WS-DET-FECHA.
           MOVE WS-NUM-MOTIVO (WS-IDX)     TO WS-DET-MOTIVO.
           WRITE RPT-REGISTRO FROM WS-LINEA-DETALLE.

           ADD 1 TO WS-IDX.

       155-FIN-IMPRIMIR-NUMERO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE DEVUELTO-FILE.
           CLOSE VALIDRPT-FILE.

           DISPLAY "VALIDA1: NUMEROS " WS-TOTAL-NUMEROS
               " EXCEPCIONES " WS-TOTAL-EXCEPCIONES.

           IF WS-TOTAL-EXCEPCIONES > ZERO
               MOVE "E" TO WS-EVE-SEVERIDAD
               MOVE "VAL0101" TO WS-EVE-CODIGO
               MOVE SPACES TO WS-EVE-TEXTO
               STRING "NUMEROS DEVUELTOS NO VALIDOS: "
                      WS-TOTAL-EXCEPCIONES
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
               MOVE "VALIDA1" TO EVE-PROGRAMA
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

       end program Valida1.
