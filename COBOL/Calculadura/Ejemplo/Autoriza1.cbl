       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Autoriza1 as "Ejemplo.Autoriza1".
      *---------------------------------------------*
      * AUTORIZACION INTERACTIVA DE ANULACIONES     *
      * (CUATRO OJOS). CADA ANULACION SE PIDE COMO  *
      * SOLICITUD EN LA COLA ANULPEND, QUE ANOTA    *
      * QUIEN LA PIDIO Y CUANDO; OTRO USUARIO       *
      * DISTINTO DEL SOLICITANTE LA APRUEBA O LA    *
      * RECHAZA, Y Anula1 SOLO APLICA LAS           *
      * APROBADAS. LA SOLICITUD SE VALIDA AL        *
      * CAPTURARLA CONTRA EL LIBRO MAYOR (RANGOLOG) *
      * CON LA MISMA REGLA DE Anula1 (RANGO EXACTO  *
      * Y JOBID) Y NO SE ADMITE OTRA SOLICITUD      *
      * ABIERTA PARA EL MISMO RANGO. EL LISTADO     *
      * MARCA LAS SOLICITUDES PENDIENTES DESDE HACE *
      * MAS DE LOS DIAS FIJADOS EN ANUPARM (3 POR   *
      * OMISION).                                   *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLA-FILE ASSIGN TO "ANULPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APD-SOLICITUD
               FILE STATUS IS WS-COLA-STATUS.

           SELECT OPTIONAL RANGO-FILE ASSIGN TO "RANGOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGO-CLAVE
               FILE STATUS IS WS-RANGO-STATUS.

           SELECT OPTIONAL ANUPARM-FILE ASSIGN TO "ANUPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUPARM-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  COLA-FILE.
           COPY ANUPEN.

       FD  RANGO-FILE.
           COPY RANGOREG.

       FD  ANUPARM-FILE.
       01  ANP-REGISTRO.
           05 ANP-DIAS                     PIC 9(3).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-COLA                  PIC X VALUE "N".
               88 WS-NO-HAY-MAS-COLA       VALUE "S".
           05 WS-FIN-SESION                PIC X VALUE "N".
               88 WS-ES-FIN-SESION         VALUE "S".
           05 WS-CAMPO-BUENO               PIC X VALUE "N".
               88 WS-ES-CAMPO-BUENO        VALUE "S".
           05 WS-SOLICITUD-HALLADA         PIC X VALUE "N".
               88 WS-ES-SOLICITUD-HALLADA  VALUE "S".
           05 WS-RANGO-HALLADO             PIC X VALUE "N".
               88 WS-ES-RANGO-HALLADO      VALUE "S".
           05 WS-RANGO-ABIERTO             PIC X VALUE "N".
               88 WS-ES-RANGO-ABIERTO      VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-SOLICITADAS         PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-APROBADAS           PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-RECHAZADAS          PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-LISTADAS            PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-VENCIDAS            PIC 9(4) VALUE ZERO.
           05 WS-ULTIMA-SOLICITUD          PIC 9(6) VALUE ZERO.
           05 WS-DIAS-VENCIMIENTO          PIC 9(3) VALUE 3.
           05 WS-DIA-HOY                   PIC 9(8) VALUE ZERO.
           05 WS-DIAS-PENDIENTE            PIC 9(5) VALUE ZERO.

       01 WS-SESION.
           05 WS-USUARIO                   PIC X(8).
           05 WS-OPCION                    PIC X.
           05 WS-CONFIRMA                  PIC X.
           05 WS-TIMESTAMP                 PIC X(14).
           05 WS-FECHA-SOLICITUD           PIC 9(8).

       01 WS-ENTRADA-CAMPO.
           05 WS-ENT-TEXTO                 PIC X(9).
           05 WS-ENT-NUMERO                PIC 9(9).
           05 WS-CARACTERES-MALOS          PIC 9(2).
           05 WS-REINTENTOS                PIC 9(3) VALUE ZERO.

       01 WS-CONVERSION.
           05 WS-LETRAS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 WS-MINUSCULAS                PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".

      *---------------------------------------------*
      * TRANSACCION EN CAPTURA, CON LA MISMA IMAGEN *
      * DE 62 POSICIONES QUE APD-TRANSACCION.       *
      *---------------------------------------------*
       01 WS-NUEVO.
           05 WS-NUE-IMAGEN.
               10 WS-NUE-CIA               PIC X(2).
               10 WS-NUE-JOBID             PIC X(8).
               10 WS-NUE-DEPTO             PIC X(4).
               10 WS-NUE-INICIO            PIC 9(9).
               10 WS-NUE-FIN               PIC 9(9).
               10 WS-NUE-MOTIVO            PIC X(30).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-COLA.
           05 WS-LIN-SOLICITUD             PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-ESTADO                PIC X.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-CIA                   PIC X(2).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-DEPTO                 PIC X(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-JOBID                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-INICIO                PIC Z(8)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-FIN                   PIC Z(8)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-SOLICITANTE           PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-FECHA                 PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LIN-MARCA                 PIC X(12).

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
           05 WS-COLA-STATUS               PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-ANUPARM-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 100-INICIO THRU 100-FIN-INICIO.
           PERFORM 110-MENU THRU 110-FIN-MENU
               UNTIL WS-ES-FIN-SESION.
           PERFORM 900-FIN THRU 900-FIN-EXIT.

           STOP RUN.
      *---------------------------------------------*
       100-INICIO.

      *    LA COLA SE ACTUALIZA EN EL LUGAR, SOLICITUD A
      *    SOLICITUD; LA PRIMERA SESION LA CREA VACIA.
           OPEN I-O COLA-FILE.
           IF WS-COLA-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR ANULPEND - STATUS "
                   WS-COLA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "AUT0001" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR ANULPEND" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR RANGOLOG - STATUS "
                   WS-RANGO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "AUT0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR RANGOLOG" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               CLOSE COLA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 101-LEER-VENCIMIENTO THRU 101-FIN-LEER-VENCIMIENTO.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-FECHA-SISTEMA)).

           DISPLAY "*******AUTORIZACION DE ANULACIONES*******".
           DISPLAY "USUARIO:".
           ACCEPT WS-USUARIO.
           IF WS-USUARIO = SPACES
               MOVE "OPERADOR" TO WS-USUARIO
           END-IF.
           INSPECT WS-USUARIO
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.

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
                       MOVE "A" TO WS-EVE-SEVERIDAD
                       MOVE "AUT0901" TO WS-EVE-CODIGO
                       MOVE "ANUPARM INVALIDO - VENCIMIENTO POR DEFECTO"
                           TO WS-EVE-TEXTO
                       PERFORM 980-GRABAR-EVENTO
                           THRU 980-FIN-GRABAR-EVENTO
                   END-IF
               END-IF
               CLOSE ANUPARM-FILE
           END-IF.

       101-FIN-LEER-VENCIMIENTO.
           EXIT.
      *---------------------------------------------*
       110-MENU.

           DISPLAY " ".
           DISPLAY "OPCIONES: S=SOLICITAR A=APROBAR R=RECHAZAR "
               "L=LISTAR F=FIN".
           ACCEPT WS-OPCION.
           INSPECT WS-OPCION
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.

           IF WS-OPCION = "S" OR "A" OR "R" OR "L" OR "F"
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

           EVALUATE WS-OPCION
               WHEN "S"
                   PERFORM 200-SOLICITAR THRU 200-FIN-SOLICITAR
               WHEN "A"
                   PERFORM 300-APROBAR THRU 300-FIN-APROBAR
               WHEN "R"
                   PERFORM 350-RECHAZAR THRU 350-FIN-RECHAZAR
               WHEN "L"
                   PERFORM 400-LISTAR THRU 400-FIN-LISTAR
               WHEN "F"
                   MOVE "S" TO WS-FIN-SESION
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
           END-EVALUATE.

       110-FIN-MENU.
           EXIT.
      *---------------------------------------------*
       200-SOLICITAR.

           PERFORM 210-CAPTURAR-TRANSACCION
               THRU 210-FIN-CAPTURAR-TRANSACCION.

      *    LA SOLICITUD DEBE CUADRAR CON EL LIBRO MAYOR IGUAL
      *    QUE EN Anula1, PARA NO HACER APROBAR ALGO QUE LA
      *    APLICACION VA A RECHAZAR.
           MOVE "N" TO WS-RANGO-HALLADO.
           MOVE WS-NUE-CIA    TO RGO-CIA.
           MOVE WS-NUE-DEPTO  TO RGO-DEPTO.
           MOVE WS-NUE-INICIO TO RGO-INICIO.
           READ RANGO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-RANGO-HALLADO
           END-READ.

           PERFORM 250-RECORRER-COLA THRU 250-FIN-RECORRER-COLA.

           EVALUATE TRUE
               WHEN NOT WS-ES-RANGO-HALLADO
                   DISPLAY "RANGO NO HALLADO EN EL LIBRO MAYOR - "
                       "SOLICITUD DESCARTADA"
               WHEN RGO-FIN NOT = WS-NUE-FIN
                   OR RGO-JOBID NOT = WS-NUE-JOBID
                   DISPLAY "FIN O JOBID NO CUADRA CON EL LIBRO MAYOR ("
                       RGO-FIN " " RGO-JOBID ") - SOLICITUD DESCARTADA"
               WHEN WS-ES-RANGO-ABIERTO
                   DISPLAY "EL RANGO YA TIENE UNA SOLICITUD ABIERTA - "
                       "SOLICITUD DESCARTADA"
               WHEN OTHER
                   PERFORM 205-CONFIRMAR-SOLICITUD
                       THRU 205-FIN-CONFIRMAR-SOLICITUD
           END-EVALUATE.

       200-FIN-SOLICITAR.
           EXIT.
      *---------------------------------------------*
       205-CONFIRMAR-SOLICITUD.

           DISPLAY "CONFIRMA SOLICITUD DE ANULACION (S/N):".
           ACCEPT WS-CONFIRMA.
           INSPECT WS-CONFIRMA
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "SOLICITUD CANCELADA"
           ELSE
               MOVE SPACES TO APD-REGISTRO
               ADD 1 TO WS-ULTIMA-SOLICITUD
               MOVE WS-ULTIMA-SOLICITUD TO APD-SOLICITUD
               MOVE WS-NUE-IMAGEN TO APD-TRANSACCION
               MOVE WS-USUARIO TO APD-SOLICITANTE
               MOVE FUNCTION CURRENT-DATE (1:14) TO APD-TS-SOLICITUD
               MOVE "P" TO APD-ESTADO
               MOVE ZERO TO APD-CANTIDAD
                            APD-IMPORTE
               WRITE APD-REGISTRO
                   INVALID KEY
                       DISPLAY "SOLICITUD " APD-SOLICITUD
                           " YA EXISTE - SOLICITUD DESCARTADA"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-SOLICITADAS
                       DISPLAY "SOLICITUD " APD-SOLICITUD
                           " REGISTRADA - PENDIENTE DE APROBACION"
               END-WRITE
               PERFORM 260-VERIFICAR-GRABACION
                   THRU 260-FIN-VERIFICAR-GRABACION
           END-IF.

       205-FIN-CONFIRMAR-SOLICITUD.
           EXIT.
      *---------------------------------------------*
       210-CAPTURAR-TRANSACCION.

           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 211-PEDIR-CIA THRU 211-FIN-PEDIR-CIA
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 212-PEDIR-DEPTO THRU 212-FIN-PEDIR-DEPTO
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 213-PEDIR-JOBID THRU 213-FIN-PEDIR-JOBID
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 214-PEDIR-INICIO THRU 214-FIN-PEDIR-INICIO
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 215-PEDIR-FIN THRU 215-FIN-PEDIR-FIN
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 216-PEDIR-MOTIVO THRU 216-FIN-PEDIR-MOTIVO
               UNTIL WS-ES-CAMPO-BUENO.

       210-FIN-CAPTURAR-TRANSACCION.
           EXIT.
      *---------------------------------------------*
       211-PEDIR-CIA.

           DISPLAY "COMPANIA (2 POSICIONES):".
           ACCEPT WS-NUE-CIA.
           INSPECT WS-NUE-CIA
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-NUE-CIA = SPACES
               DISPLAY "COMPANIA EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       211-FIN-PEDIR-CIA.
           EXIT.
      *---------------------------------------------*
       212-PEDIR-DEPTO.

           DISPLAY "DEPARTAMENTO (4 POSICIONES):".
           ACCEPT WS-NUE-DEPTO.
           INSPECT WS-NUE-DEPTO
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-NUE-DEPTO = SPACES
               DISPLAY "DEPARTAMENTO EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       212-FIN-PEDIR-DEPTO.
           EXIT.
      *---------------------------------------------*
       213-PEDIR-JOBID.

           DISPLAY "JOBID QUE EMITIO EL RANGO (8 POSICIONES):".
           ACCEPT WS-NUE-JOBID.
           INSPECT WS-NUE-JOBID
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-NUE-JOBID = SPACES
               DISPLAY "JOBID EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       213-FIN-PEDIR-JOBID.
           EXIT.
      *---------------------------------------------*
       214-PEDIR-INICIO.

           DISPLAY "NUMERO INICIAL DEL RANGO:".
           PERFORM 230-PEDIR-NUMERO THRU 230-FIN-PEDIR-NUMERO.
           IF WS-ES-CAMPO-BUENO
               MOVE WS-ENT-NUMERO TO WS-NUE-INICIO
           END-IF.

       214-FIN-PEDIR-INICIO.
           EXIT.
      *---------------------------------------------*
       215-PEDIR-FIN.

           DISPLAY "NUMERO FINAL DEL RANGO:".
           PERFORM 230-PEDIR-NUMERO THRU 230-FIN-PEDIR-NUMERO.
           IF WS-ES-CAMPO-BUENO
               IF WS-ENT-NUMERO < WS-NUE-INICIO
                   DISPLAY "FIN MENOR QUE EL INICIO ("
                       WS-NUE-INICIO ") - REINTENTE"
                   MOVE "N" TO WS-CAMPO-BUENO
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
               ELSE
                   MOVE WS-ENT-NUMERO TO WS-NUE-FIN
               END-IF
           END-IF.

       215-FIN-PEDIR-FIN.
           EXIT.
      *---------------------------------------------*
       216-PEDIR-MOTIVO.

           DISPLAY "MOTIVO DE LA ANULACION (30 POSICIONES):".
           ACCEPT WS-NUE-MOTIVO.
           IF WS-NUE-MOTIVO = SPACES
               DISPLAY "MOTIVO EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       216-FIN-PEDIR-MOTIVO.
           EXIT.
      *---------------------------------------------*
       230-PEDIR-NUMERO.

      *    LA ENTRADA SE CAPTURA COMO TEXTO Y SE EXIGE UN
      *    ENTERO SIN SIGNO NI DECIMALES; EL VALOR QUEDA
      *    ALINEADO CON CEROS A LA IZQUIERDA.
           ACCEPT WS-ENT-TEXTO.
           MOVE ZERO TO WS-CARACTERES-MALOS.
           INSPECT WS-ENT-TEXTO
               TALLYING WS-CARACTERES-MALOS
               FOR ALL "." ALL "," ALL "-" ALL "+".
           IF WS-ENT-TEXTO = SPACES
               DISPLAY "ENTRADA EN BLANCO - REINTENTE"
               MOVE "N" TO WS-CAMPO-BUENO
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               IF WS-CARACTERES-MALOS > ZERO
                   OR FUNCTION TEST-NUMVAL (WS-ENT-TEXTO)
                       NOT = ZERO
                   DISPLAY "ENTRADA NO NUMERICA - REINTENTE"
                   MOVE "N" TO WS-CAMPO-BUENO
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
               ELSE
                   COMPUTE WS-ENT-NUMERO =
                       FUNCTION NUMVAL (WS-ENT-TEXTO)
                   MOVE "S" TO WS-CAMPO-BUENO
                   MOVE ZERO TO WS-REINTENTOS
               END-IF
           END-IF.

       230-FIN-PEDIR-NUMERO.
           EXIT.
      *---------------------------------------------*
       240-CONTAR-REINTENTO.

      *    UNA TERMINAL CAIDA DEVUELVE ENTRADAS VACIAS SIN
      *    FIN; TRAS DEMASIADOS REINTENTOS SEGUIDOS LA
      *    SESION SE ABORTA. LO YA GRABADO EN LA COLA QUEDA.
           ADD 1 TO WS-REINTENTOS.
           IF WS-REINTENTOS > 99
               DISPLAY
                 "ERROR: DEMASIADOS REINTENTOS - SESION ABORTADA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "AUT0003" TO WS-EVE-CODIGO
               MOVE "DEMASIADOS REINTENTOS - SESION ABORTADA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               CLOSE COLA-FILE
               CLOSE RANGO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       240-FIN-CONTAR-REINTENTO.
           EXIT.
      *---------------------------------------------*
       250-RECORRER-COLA.

      *    UNA PASADA POR LA COLA: DA EL ULTIMO NUMERO DE
      *    SOLICITUD Y DETECTA OTRA SOLICITUD PENDIENTE O
      *    APROBADA PARA EL MISMO RANGO.
           MOVE "N" TO WS-RANGO-ABIERTO.
           MOVE ZERO TO WS-ULTIMA-SOLICITUD.
           PERFORM 255-POSICIONAR-COLA THRU 255-FIN-POSICIONAR-COLA.
           PERFORM 258-COMPARAR-SOLICITUD
               THRU 258-FIN-COMPARAR-SOLICITUD
               UNTIL WS-NO-HAY-MAS-COLA.

       250-FIN-RECORRER-COLA.
           EXIT.
      *---------------------------------------------*
       255-POSICIONAR-COLA.

           MOVE "N" TO WS-FIN-COLA.
           MOVE ZERO TO APD-SOLICITUD.
           START COLA-FILE KEY NOT < APD-SOLICITUD
               INVALID KEY MOVE "S" TO WS-FIN-COLA
           END-START.
           IF NOT WS-NO-HAY-MAS-COLA
               PERFORM 256-LEER-SIGUIENTE THRU 256-FIN-LEER-SIGUIENTE
           END-IF.

       255-FIN-POSICIONAR-COLA.
           EXIT.
      *---------------------------------------------*
       256-LEER-SIGUIENTE.

           READ COLA-FILE NEXT
               AT END MOVE "S" TO WS-FIN-COLA
           END-READ.

       256-FIN-LEER-SIGUIENTE.
           EXIT.
      *---------------------------------------------*
       258-COMPARAR-SOLICITUD.

           MOVE APD-SOLICITUD TO WS-ULTIMA-SOLICITUD.
           IF (APD-ES-PENDIENTE OR APD-ES-APROBADA)
               AND APD-CIA = WS-NUE-CIA
               AND APD-DEPTO = WS-NUE-DEPTO
               AND APD-INICIO = WS-NUE-INICIO
               MOVE "S" TO WS-RANGO-ABIERTO
           END-IF.

           PERFORM 256-LEER-SIGUIENTE THRU 256-FIN-LEER-SIGUIENTE.

       258-FIN-COMPARAR-SOLICITUD.
           EXIT.
      *---------------------------------------------*
       260-VERIFICAR-GRABACION.

      *    CLAVE DUPLICADA O INEXISTENTE YA SE INFORMO POR
      *    INVALID KEY; CUALQUIER OTRO ESTADO ES UN FALLO
      *    DEL ARCHIVO Y CORTA LA SESION.
           IF WS-COLA-STATUS NOT = "00" AND "22" AND "23"
               DISPLAY "ERROR: FALLO AL GRABAR ANULPEND - STATUS "
                   WS-COLA-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "AUT0004" TO WS-EVE-CODIGO
               MOVE APD-CIA TO WS-EVE-CIA
               MOVE APD-DEPTO TO WS-EVE-DEPTO
               MOVE APD-JOBID TO WS-EVE-JOBID
               MOVE "FALLO AL GRABAR ANULPEND" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               CLOSE COLA-FILE
               CLOSE RANGO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       260-FIN-VERIFICAR-GRABACION.
           EXIT.
      *---------------------------------------------*
       300-APROBAR.

           PERFORM 310-UBICAR-SOLICITUD THRU 310-FIN-UBICAR-SOLICITUD.

           IF WS-ES-SOLICITUD-HALLADA
               DISPLAY "CONFIRMA APROBACION (S/N):"
               ACCEPT WS-CONFIRMA
               INSPECT WS-CONFIRMA
                   CONVERTING WS-MINUSCULAS TO WS-LETRAS
               IF WS-CONFIRMA = "S"
                   MOVE "A" TO APD-ESTADO
                   PERFORM 320-REGRABAR-DECISION
                       THRU 320-FIN-REGRABAR-DECISION
                   IF WS-COLA-STATUS = "00"
                       ADD 1 TO WS-TOTAL-APROBADAS
                       DISPLAY "SOLICITUD " APD-SOLICITUD
                           " APROBADA - SE APLICA EN LA PROXIMA "
                           "CORRIDA DE Anula1"
                   END-IF
               ELSE
                   DISPLAY "APROBACION CANCELADA"
               END-IF
           END-IF.

       300-FIN-APROBAR.
           EXIT.
      *---------------------------------------------*
       310-UBICAR-SOLICITUD.

      *    SOLO SE DECIDE SOBRE SOLICITUDES PENDIENTES, Y
      *    NUNCA SOBRE LAS PROPIAS: QUIEN PIDE NO APRUEBA
      *    NI RECHAZA SU PROPIA SOLICITUD.
           MOVE "N" TO WS-SOLICITUD-HALLADA.
           MOVE "N" TO WS-CAMPO-BUENO.
           DISPLAY "NUMERO DE SOLICITUD:".
           PERFORM 230-PEDIR-NUMERO THRU 230-FIN-PEDIR-NUMERO
               UNTIL WS-ES-CAMPO-BUENO.

           MOVE WS-ENT-NUMERO TO APD-SOLICITUD.
           READ COLA-FILE
               INVALID KEY
                   DISPLAY "SOLICITUD NO HALLADA: " APD-SOLICITUD
               NOT INVALID KEY
                   MOVE "S" TO WS-SOLICITUD-HALLADA
           END-READ.

           IF WS-ES-SOLICITUD-HALLADA
               DISPLAY "SOLICITUD " APD-SOLICITUD " " APD-CIA " "
                   APD-DEPTO " " APD-JOBID " " APD-INICIO " A "
                   APD-FIN
               DISPLAY "  MOTIVO: " APD-MOTIVO
               DISPLAY "  PEDIDA POR " APD-SOLICITANTE " EL "
                   APD-TS-SOLICITUD
               EVALUATE TRUE
                   WHEN NOT APD-ES-PENDIENTE
                       DISPLAY "LA SOLICITUD NO ESTA PENDIENTE "
                           "(ESTADO " APD-ESTADO ")"
                       MOVE "N" TO WS-SOLICITUD-HALLADA
                   WHEN APD-SOLICITANTE = WS-USUARIO
                       DISPLAY "EL SOLICITANTE NO PUEDE DECIDIR "
                           "SOBRE SU PROPIA SOLICITUD"
                       MOVE "N" TO WS-SOLICITUD-HALLADA
               END-EVALUATE
           END-IF.

       310-FIN-UBICAR-SOLICITUD.
           EXIT.
      *---------------------------------------------*
       320-REGRABAR-DECISION.

           MOVE WS-USUARIO TO APD-APROBADOR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO APD-TS-DECISION.
           REWRITE APD-REGISTRO
               INVALID KEY
                   DISPLAY "SOLICITUD NO HALLADA AL REGRABAR: "
                       APD-SOLICITUD
           END-REWRITE.
           PERFORM 260-VERIFICAR-GRABACION
               THRU 260-FIN-VERIFICAR-GRABACION.

       320-FIN-REGRABAR-DECISION.
           EXIT.
      *---------------------------------------------*
       350-RECHAZAR.

           PERFORM 310-UBICAR-SOLICITUD THRU 310-FIN-UBICAR-SOLICITUD.

           IF WS-ES-SOLICITUD-HALLADA
               MOVE "N" TO WS-CAMPO-BUENO
               PERFORM 355-PEDIR-OBSERVACION
                   THRU 355-FIN-PEDIR-OBSERVACION
                   UNTIL WS-ES-CAMPO-BUENO
               DISPLAY "CONFIRMA RECHAZO (S/N):"
               ACCEPT WS-CONFIRMA
               INSPECT WS-CONFIRMA
                   CONVERTING WS-MINUSCULAS TO WS-LETRAS
               IF WS-CONFIRMA = "S"
                   MOVE "R" TO APD-ESTADO
                   PERFORM 320-REGRABAR-DECISION
                       THRU 320-FIN-REGRABAR-DECISION
                   IF WS-COLA-STATUS = "00"
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       DISPLAY "SOLICITUD " APD-SOLICITUD
                           " RECHAZADA"
                   END-IF
               ELSE
                   DISPLAY "RECHAZO CANCELADO"
               END-IF
           END-IF.

       350-FIN-RECHAZAR.
           EXIT.
      *---------------------------------------------*
       355-PEDIR-OBSERVACION.

           DISPLAY "MOTIVO DEL RECHAZO (40 POSICIONES):".
           ACCEPT APD-OBSERVACION.
           IF APD-OBSERVACION = SPACES
               DISPLAY "MOTIVO EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       355-FIN-PEDIR-OBSERVACION.
           EXIT.
      *---------------------------------------------*
       400-LISTAR.

      *    LISTA LO QUE AUN NO SE APLICO: PENDIENTES DE
      *    DECISION (P) Y APROBADAS A LA ESPERA DE Anula1
      *    (A). LAS PENDIENTES CON MAS DIAS QUE EL
      *    VENCIMIENTO SE MARCAN.
           DISPLAY "SOLIC. E CI DEPT JOBID       INICIO       FIN "
               "SOLICITA FECHA     DIAS".
           MOVE ZERO TO WS-TOTAL-LISTADAS
                        WS-TOTAL-VENCIDAS.
           PERFORM 255-POSICIONAR-COLA THRU 255-FIN-POSICIONAR-COLA.
           PERFORM 410-LISTAR-SOLICITUD THRU 410-FIN-LISTAR-SOLICITUD
               UNTIL WS-NO-HAY-MAS-COLA.
           DISPLAY "ABIERTAS: " WS-TOTAL-LISTADAS
               "  VENCIDAS (MAS DE " WS-DIAS-VENCIMIENTO " DIAS): "
               WS-TOTAL-VENCIDAS.

       400-FIN-LISTAR.
           EXIT.
      *---------------------------------------------*
       410-LISTAR-SOLICITUD.

           IF APD-ES-PENDIENTE OR APD-ES-APROBADA
               MOVE APD-TS-SOLICITUD (1:8) TO WS-FECHA-SOLICITUD
               COMPUTE WS-DIAS-PENDIENTE = WS-DIA-HOY
                   - FUNCTION INTEGER-OF-DATE (WS-FECHA-SOLICITUD)
               MOVE APD-SOLICITUD    TO WS-LIN-SOLICITUD
               MOVE APD-ESTADO       TO WS-LIN-ESTADO
               MOVE APD-CIA          TO WS-LIN-CIA
               MOVE APD-DEPTO        TO WS-LIN-DEPTO
               MOVE APD-JOBID        TO WS-LIN-JOBID
               MOVE APD-INICIO       TO WS-LIN-INICIO
               MOVE APD-FIN          TO WS-LIN-FIN
               MOVE APD-SOLICITANTE  TO WS-LIN-SOLICITANTE
               MOVE WS-FECHA-SOLICITUD TO WS-LIN-FECHA
               MOVE WS-DIAS-PENDIENTE TO WS-LIN-DIAS
               MOVE SPACES TO WS-LIN-MARCA
               IF APD-ES-PENDIENTE
                   AND WS-DIAS-PENDIENTE > WS-DIAS-VENCIMIENTO
                   MOVE "*** VENCIDA" TO WS-LIN-MARCA
                   ADD 1 TO WS-TOTAL-VENCIDAS
               END-IF
               DISPLAY WS-LINEA-COLA
               ADD 1 TO WS-TOTAL-LISTADAS
           END-IF.

           PERFORM 256-LEER-SIGUIENTE THRU 256-FIN-LEER-SIGUIENTE.

       410-FIN-LISTAR-SOLICITUD.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE COLA-FILE.
           CLOSE RANGO-FILE.

           DISPLAY "AUTORIZA1: SOLICITADAS " WS-TOTAL-SOLICITADAS
               " APROBADAS " WS-TOTAL-APROBADAS
               " RECHAZADAS " WS-TOTAL-RECHAZADAS.

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
               MOVE "AUTORIZA1" TO EVE-PROGRAMA
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

       end program Autoriza1.
