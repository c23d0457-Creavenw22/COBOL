       IDENTIFICATION DIVISION.
      *---------------------------------------------*
       PROGRAM-ID. Deptos1 as "Ejemplo.Deptos1".
      *---------------------------------------------*
      * MANTENIMIENTO INTERACTIVO DEL MAESTRO DE    *
      * DEPARTAMENTOS (DEPTMAE). ALTAS, CAMBIOS DE  *
      * NOMBRE, CENTRO DE COSTO Y RESPONSABLE,      *
      * BAJAS (EL DEPARTAMENTO QUEDA INACTIVO CON   *
      * SU FECHA DE CIERRE, NUNCA SE BORRA),        *
      * REACTIVACIONES Y LISTADO. CADA SESION DEJA  *
      * EN DEPCAMB UN LISTADO DE ANTES/DESPUES CON  *
      * EL USUARIO QUE TOCO CADA DEPARTAMENTO, COMO *
      * EL CAMBIOS DE Mantto1.                      *
      *---------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "DEPTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.

           SELECT DEPCAMB-FILE ASSIGN TO "DEPCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCAMB-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       FILE SECTION.
       FD  MAESTRO-FILE.
           COPY DEPTMAE.

       FD  DEPCAMB-FILE.
       01  CAM-REGISTRO                    PIC X(120).

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
       01 WS-INDICADORES.
           05 WS-FIN-MAESTRO               PIC X VALUE "N".
               88 WS-NO-HAY-MAS-MAESTRO    VALUE "S".
           05 WS-FIN-SESION                PIC X VALUE "N".
               88 WS-ES-FIN-SESION         VALUE "S".
           05 WS-CAMPO-BUENO               PIC X VALUE "N".
               88 WS-ES-CAMPO-BUENO        VALUE "S".
           05 WS-DEPTO-HALLADO             PIC X VALUE "N".
               88 WS-ES-DEPTO-HALLADO      VALUE "S".

       01 WS-CONTADORES.
           05 WS-TOTAL-ALTAS               PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-CAMBIOS             PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-BAJAS               PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-REACTIVADOS         PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-LISTADOS            PIC 9(4) VALUE ZERO.

       01 WS-SESION.
           05 WS-USUARIO                   PIC X(8).
           05 WS-OPCION                    PIC X.
           05 WS-CONFIRMA                  PIC X.

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
      * REGISTRO EN CAPTURA, CON LA MISMA IMAGEN DE *
      * 91 POSICIONES QUE DEM-REGISTRO.             *
      *---------------------------------------------*
       01 WS-NUEVO.
           05 WS-NUE-IMAGEN.
               10 WS-NUE-CLAVE.
                   15 WS-NUE-CIA           PIC X(2).
                   15 WS-NUE-DEPTO         PIC X(4).
               10 WS-NUE-DESCRIPCION       PIC X(30).
               10 WS-NUE-CENTRO-COSTO      PIC X(8).
               10 WS-NUE-RESPONSABLE       PIC X(30).
               10 WS-NUE-ESTADO            PIC X.
               10 WS-NUE-FECHA-ALTA        PIC 9(8).
               10 WS-NUE-FECHA-BAJA        PIC 9(8).

       01 WS-IMAGEN-ANTERIOR               PIC X(91).

       01 WS-FECHA-REPORTE.
           05 WS-FECHA-SISTEMA             PIC X(8).
           05 WS-HORA-SISTEMA              PIC X(6).

       01 WS-LINEA-CAMBIO.
           05 WS-CAM-ACCION                PIC X(16).
           05 WS-CAM-IMAGEN                PIC X(91).

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
           05 WS-MAESTRO-STATUS            PIC XX.
           05 WS-DEPCAMB-STATUS            PIC XX.
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

           OPEN OUTPUT DEPCAMB-FILE.
           IF WS-DEPCAMB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPCAMB"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DEP0001" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPCAMB" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    EL MAESTRO SE ACTUALIZA EN EL LUGAR, REGISTRO A
      *    REGISTRO; LA PRIMERA SESION LO CREA VACIO.
           OPEN I-O MAESTRO-FILE.
           IF WS-MAESTRO-STATUS NOT = "00" AND "05"
               DISPLAY "ERROR: NO SE PUDO ABRIR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DEP0002" TO WS-EVE-CODIGO
               MOVE "NO SE PUDO ABRIR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "*******MAESTRO DE DEPARTAMENTOS DEPTMAE*******".
           DISPLAY "USUARIO:".
           ACCEPT WS-USUARIO.
           IF WS-USUARIO = SPACES
               MOVE "OPERADOR" TO WS-USUARIO
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-FECHA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-HORA-SISTEMA.
           MOVE SPACES TO CAM-REGISTRO.
           STRING "SESION DE MANTENIMIENTO " WS-FECHA-SISTEMA
                  " " WS-HORA-SISTEMA
                  " USUARIO " WS-USUARIO
                  DELIMITED BY SIZE
                  INTO CAM-REGISTRO.
           WRITE CAM-REGISTRO.
           WRITE CAM-REGISTRO FROM
               "-------------------------------------------".

       100-FIN-INICIO.
           EXIT.
      *---------------------------------------------*
       110-MENU.

           DISPLAY " ".
           DISPLAY "OPCIONES: A=ALTA C=CAMBIO B=BAJA R=REACTIVAR "
               "L=LISTAR F=FIN".
           ACCEPT WS-OPCION.
           INSPECT WS-OPCION
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.

           IF WS-OPCION = "A" OR "C" OR "B" OR "R" OR "L" OR "F"
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

           EVALUATE WS-OPCION
               WHEN "A"
                   PERFORM 200-ALTA THRU 200-FIN-ALTA
               WHEN "C"
                   PERFORM 300-CAMBIO THRU 300-FIN-CAMBIO
               WHEN "B"
                   PERFORM 400-BAJA THRU 400-FIN-BAJA
               WHEN "R"
                   PERFORM 450-REACTIVAR THRU 450-FIN-REACTIVAR
               WHEN "L"
                   PERFORM 500-LISTAR THRU 500-FIN-LISTAR
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
       200-ALTA.

           PERFORM 210-CAPTURAR-CLAVE THRU 210-FIN-CAPTURAR-CLAVE.
           PERFORM 250-LEER-MAESTRO THRU 250-FIN-LEER-MAESTRO.

           IF WS-ES-DEPTO-HALLADO
               DISPLAY "DEPARTAMENTO YA EXISTE: " WS-NUE-CIA " "
                   WS-NUE-DEPTO " " DEM-DESCRIPCION
                   " - ALTA DESCARTADA"
           ELSE
               PERFORM 220-CAPTURAR-DATOS
                   THRU 220-FIN-CAPTURAR-DATOS
               DISPLAY "FECHA DE ALTA (AAAAMMDD):"
               PERFORM 216-CAPTURAR-FECHA
                   THRU 216-FIN-CAPTURAR-FECHA
               MOVE WS-ENT-NUMERO TO WS-NUE-FECHA-ALTA
               MOVE "A" TO WS-NUE-ESTADO
               MOVE ZERO TO WS-NUE-FECHA-BAJA
               MOVE WS-NUE-IMAGEN TO DEM-REGISTRO
               WRITE DEM-REGISTRO
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO YA EXISTE - ALTA "
                           "DESCARTADA"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ALTAS
                       MOVE "ALTA            " TO WS-CAM-ACCION
                       MOVE WS-NUE-IMAGEN TO WS-CAM-IMAGEN
                       WRITE CAM-REGISTRO FROM WS-LINEA-CAMBIO
                       DISPLAY "ALTA REGISTRADA PARA " WS-NUE-CIA
                           " " WS-NUE-DEPTO
               END-WRITE
               PERFORM 260-VERIFICAR-GRABACION
                   THRU 260-FIN-VERIFICAR-GRABACION
           END-IF.

       200-FIN-ALTA.
           EXIT.
      *---------------------------------------------*
       210-CAPTURAR-CLAVE.

           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 211-PEDIR-CIA THRU 211-FIN-PEDIR-CIA
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 212-PEDIR-DEPTO THRU 212-FIN-PEDIR-DEPTO
               UNTIL WS-ES-CAMPO-BUENO.

       210-FIN-CAPTURAR-CLAVE.
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
       216-CAPTURAR-FECHA.

           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 217-PEDIR-FECHA THRU 217-FIN-PEDIR-FECHA
               UNTIL WS-ES-CAMPO-BUENO.

       216-FIN-CAPTURAR-FECHA.
           EXIT.
      *---------------------------------------------*
       217-PEDIR-FECHA.

           PERFORM 230-PEDIR-NUMERO THRU 230-FIN-PEDIR-NUMERO.
           IF WS-ES-CAMPO-BUENO
               IF WS-ENT-NUMERO = ZERO
                   OR WS-ENT-NUMERO > 99999999
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-ENT-NUMERO)
                       NOT = ZERO
                   DISPLAY "FECHA INVALIDA (AAAAMMDD) - REINTENTE"
                   MOVE "N" TO WS-CAMPO-BUENO
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
               END-IF
           END-IF.

       217-FIN-PEDIR-FECHA.
           EXIT.
      *---------------------------------------------*
       220-CAPTURAR-DATOS.

           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 221-PEDIR-DESCRIPCION
               THRU 221-FIN-PEDIR-DESCRIPCION
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 222-PEDIR-CENTRO-COSTO
               THRU 222-FIN-PEDIR-CENTRO-COSTO
               UNTIL WS-ES-CAMPO-BUENO.
           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 223-PEDIR-RESPONSABLE
               THRU 223-FIN-PEDIR-RESPONSABLE
               UNTIL WS-ES-CAMPO-BUENO.

       220-FIN-CAPTURAR-DATOS.
           EXIT.
      *---------------------------------------------*
       221-PEDIR-DESCRIPCION.

           DISPLAY "NOMBRE DEL DEPARTAMENTO (30 POSICIONES):".
           ACCEPT WS-NUE-DESCRIPCION.
           IF WS-NUE-DESCRIPCION = SPACES
               DISPLAY "NOMBRE EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       221-FIN-PEDIR-DESCRIPCION.
           EXIT.
      *---------------------------------------------*
       222-PEDIR-CENTRO-COSTO.

           DISPLAY "CENTRO DE COSTO (8 POSICIONES):".
           ACCEPT WS-NUE-CENTRO-COSTO.
           INSPECT WS-NUE-CENTRO-COSTO
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-NUE-CENTRO-COSTO = SPACES
               DISPLAY "CENTRO DE COSTO EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       222-FIN-PEDIR-CENTRO-COSTO.
           EXIT.
      *---------------------------------------------*
       223-PEDIR-RESPONSABLE.

           DISPLAY "RESPONSABLE (30 POSICIONES):".
           ACCEPT WS-NUE-RESPONSABLE.
           IF WS-NUE-RESPONSABLE = SPACES
               DISPLAY "RESPONSABLE EN BLANCO - REINTENTE"
               PERFORM 240-CONTAR-REINTENTO
                   THRU 240-FIN-CONTAR-REINTENTO
           ELSE
               MOVE "S" TO WS-CAMPO-BUENO
               MOVE ZERO TO WS-REINTENTOS
           END-IF.

       223-FIN-PEDIR-RESPONSABLE.
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
      *    SESION SE ABORTA. LO YA GRABADO EN EL MAESTRO
      *    QUEDA Y CONSTA EN DEPCAMB.
           ADD 1 TO WS-REINTENTOS.
           IF WS-REINTENTOS > 99
               DISPLAY
                 "ERROR: DEMASIADOS REINTENTOS - SESION ABORTADA"
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DEP0003" TO WS-EVE-CODIGO
               MOVE "DEMASIADOS REINTENTOS - SESION ABORTADA"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               CLOSE MAESTRO-FILE
               CLOSE DEPCAMB-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       240-FIN-CONTAR-REINTENTO.
           EXIT.
      *---------------------------------------------*
       250-LEER-MAESTRO.

           MOVE WS-NUE-CLAVE TO DEM-CLAVE.
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPTO-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO WS-DEPTO-HALLADO
           END-READ.

       250-FIN-LEER-MAESTRO.
           EXIT.
      *---------------------------------------------*
       260-VERIFICAR-GRABACION.

      *    CLAVE DUPLICADA O INEXISTENTE YA SE INFORMO POR
      *    INVALID KEY; CUALQUIER OTRO ESTADO ES UN FALLO
      *    DEL ARCHIVO Y CORTA LA SESION.
           IF WS-MAESTRO-STATUS NOT = "00" AND "22" AND "23"
               DISPLAY "ERROR: FALLO AL GRABAR DEPTMAE - STATUS "
                   WS-MAESTRO-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "DEP0004" TO WS-EVE-CODIGO
               MOVE WS-NUE-CIA TO WS-EVE-CIA
               MOVE WS-NUE-DEPTO TO WS-EVE-DEPTO
               MOVE "FALLO AL GRABAR DEPTMAE" TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               CLOSE MAESTRO-FILE
               CLOSE DEPCAMB-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       260-FIN-VERIFICAR-GRABACION.
           EXIT.
      *---------------------------------------------*
       270-REGRABAR-MAESTRO.

           MOVE WS-NUE-IMAGEN TO DEM-REGISTRO.
           REWRITE DEM-REGISTRO
               INVALID KEY
                   DISPLAY "DEPARTAMENTO NO HALLADO AL REGRABAR: "
                       WS-NUE-CIA " " WS-NUE-DEPTO
           END-REWRITE.
           PERFORM 260-VERIFICAR-GRABACION
               THRU 260-FIN-VERIFICAR-GRABACION.

       270-FIN-REGRABAR-MAESTRO.
           EXIT.
      *---------------------------------------------*
       280-ANOTAR-CAMBIO.

      *    CADA MODIFICACION DEJA LA IMAGEN ANTERIOR Y LA
      *    NUEVA, CON LA ACCION YA CARGADA EN WS-CAM-ACCION
      *    PARA LA LINEA DE ANTES.
           MOVE WS-IMAGEN-ANTERIOR TO WS-CAM-IMAGEN.
           WRITE CAM-REGISTRO FROM WS-LINEA-CAMBIO.
           MOVE "        DESPUES " TO WS-CAM-ACCION.
           MOVE WS-NUE-IMAGEN TO WS-CAM-IMAGEN.
           WRITE CAM-REGISTRO FROM WS-LINEA-CAMBIO.

       280-FIN-ANOTAR-CAMBIO.
           EXIT.
      *---------------------------------------------*
       300-CAMBIO.

           PERFORM 210-CAPTURAR-CLAVE THRU 210-FIN-CAPTURAR-CLAVE.
           PERFORM 250-LEER-MAESTRO THRU 250-FIN-LEER-MAESTRO.

           IF NOT WS-ES-DEPTO-HALLADO
               DISPLAY "DEPARTAMENTO NO HALLADO: " WS-NUE-CIA " "
                   WS-NUE-DEPTO
           ELSE
               MOVE DEM-REGISTRO TO WS-IMAGEN-ANTERIOR
                                    WS-NUE-IMAGEN
               DISPLAY "ACTUAL: " DEM-DESCRIPCION " "
                   DEM-CENTRO-COSTO " " DEM-RESPONSABLE
               PERFORM 220-CAPTURAR-DATOS
                   THRU 220-FIN-CAPTURAR-DATOS
               PERFORM 270-REGRABAR-MAESTRO
                   THRU 270-FIN-REGRABAR-MAESTRO
               IF WS-MAESTRO-STATUS = "00"
                   ADD 1 TO WS-TOTAL-CAMBIOS
                   MOVE "CAMBIO ANTES    " TO WS-CAM-ACCION
                   PERFORM 280-ANOTAR-CAMBIO
                       THRU 280-FIN-ANOTAR-CAMBIO
                   DISPLAY "CAMBIO REGISTRADO PARA " WS-NUE-CIA
                       " " WS-NUE-DEPTO
               END-IF
           END-IF.

       300-FIN-CAMBIO.
           EXIT.
      *---------------------------------------------*
       400-BAJA.

      *    LA BAJA NO BORRA EL REGISTRO: EL DEPARTAMENTO
      *    QUEDA INACTIVO CON SU FECHA DE CIERRE Y SIGUE
      *    DANDO NOMBRE A LOS REPORTES DE SU HISTORIA.
           PERFORM 210-CAPTURAR-CLAVE THRU 210-FIN-CAPTURAR-CLAVE.
           PERFORM 250-LEER-MAESTRO THRU 250-FIN-LEER-MAESTRO.

           EVALUATE TRUE
               WHEN NOT WS-ES-DEPTO-HALLADO
                   DISPLAY "DEPARTAMENTO NO HALLADO: " WS-NUE-CIA
                       " " WS-NUE-DEPTO
               WHEN DEM-ES-INACTIVO
                   DISPLAY "DEPARTAMENTO YA INACTIVO DESDE "
                       DEM-FECHA-BAJA
               WHEN OTHER
                   PERFORM 405-CONFIRMAR-BAJA
                       THRU 405-FIN-CONFIRMAR-BAJA
           END-EVALUATE.

       400-FIN-BAJA.
           EXIT.
      *---------------------------------------------*
       405-CONFIRMAR-BAJA.

           MOVE DEM-REGISTRO TO WS-IMAGEN-ANTERIOR
                                WS-NUE-IMAGEN.
           DISPLAY "REGISTRO: " DEM-DESCRIPCION " "
               DEM-CENTRO-COSTO " ALTA " DEM-FECHA-ALTA.

           MOVE "N" TO WS-CAMPO-BUENO.
           PERFORM 410-PEDIR-FECHA-BAJA THRU 410-FIN-PEDIR-FECHA-BAJA
               UNTIL WS-ES-CAMPO-BUENO.

           DISPLAY "CONFIRMA BAJA (S/N):".
           ACCEPT WS-CONFIRMA.
           INSPECT WS-CONFIRMA
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-CONFIRMA = "S"
               MOVE "I" TO WS-NUE-ESTADO
               PERFORM 270-REGRABAR-MAESTRO
                   THRU 270-FIN-REGRABAR-MAESTRO
               IF WS-MAESTRO-STATUS = "00"
                   ADD 1 TO WS-TOTAL-BAJAS
                   MOVE "BAJA ANTES      " TO WS-CAM-ACCION
                   PERFORM 280-ANOTAR-CAMBIO
                       THRU 280-FIN-ANOTAR-CAMBIO
                   DISPLAY "BAJA REGISTRADA PARA " WS-NUE-CIA " "
                       WS-NUE-DEPTO
               END-IF
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

       405-FIN-CONFIRMAR-BAJA.
           EXIT.
      *---------------------------------------------*
       410-PEDIR-FECHA-BAJA.

           DISPLAY "FECHA DE CIERRE (AAAAMMDD):".
           PERFORM 217-PEDIR-FECHA THRU 217-FIN-PEDIR-FECHA.
           IF WS-ES-CAMPO-BUENO
               IF WS-ENT-NUMERO < WS-NUE-FECHA-ALTA
                   DISPLAY "CIERRE ANTERIOR AL ALTA ("
                       WS-NUE-FECHA-ALTA ") - REINTENTE"
                   MOVE "N" TO WS-CAMPO-BUENO
                   PERFORM 240-CONTAR-REINTENTO
                       THRU 240-FIN-CONTAR-REINTENTO
               ELSE
                   MOVE WS-ENT-NUMERO TO WS-NUE-FECHA-BAJA
               END-IF
           END-IF.

       410-FIN-PEDIR-FECHA-BAJA.
           EXIT.
      *---------------------------------------------*
       450-REACTIVAR.

           PERFORM 210-CAPTURAR-CLAVE THRU 210-FIN-CAPTURAR-CLAVE.
           PERFORM 250-LEER-MAESTRO THRU 250-FIN-LEER-MAESTRO.

           EVALUATE TRUE
               WHEN NOT WS-ES-DEPTO-HALLADO
                   DISPLAY "DEPARTAMENTO NO HALLADO: " WS-NUE-CIA
                       " " WS-NUE-DEPTO
               WHEN DEM-ES-ACTIVO
                   DISPLAY "DEPARTAMENTO YA ACTIVO"
               WHEN OTHER
                   PERFORM 455-CONFIRMAR-REACTIVACION
                       THRU 455-FIN-CONFIRMAR-REACTIVACION
           END-EVALUATE.

       450-FIN-REACTIVAR.
           EXIT.
      *---------------------------------------------*
       455-CONFIRMAR-REACTIVACION.

           MOVE DEM-REGISTRO TO WS-IMAGEN-ANTERIOR
                                WS-NUE-IMAGEN.
           DISPLAY "REGISTRO: " DEM-DESCRIPCION " CERRADO EL "
               DEM-FECHA-BAJA.
           DISPLAY "CONFIRMA REACTIVACION (S/N):".
           ACCEPT WS-CONFIRMA.
           INSPECT WS-CONFIRMA
               CONVERTING WS-MINUSCULAS TO WS-LETRAS.
           IF WS-CONFIRMA = "S"
               MOVE "A" TO WS-NUE-ESTADO
               MOVE ZERO TO WS-NUE-FECHA-BAJA
               PERFORM 270-REGRABAR-MAESTRO
                   THRU 270-FIN-REGRABAR-MAESTRO
               IF WS-MAESTRO-STATUS = "00"
                   ADD 1 TO WS-TOTAL-REACTIVADOS
                   MOVE "REACTIVA ANTES  " TO WS-CAM-ACCION
                   PERFORM 280-ANOTAR-CAMBIO
                       THRU 280-FIN-ANOTAR-CAMBIO
                   DISPLAY "REACTIVACION REGISTRADA PARA "
                       WS-NUE-CIA " " WS-NUE-DEPTO
               END-IF
           ELSE
               DISPLAY "REACTIVACION CANCELADA"
           END-IF.

       455-FIN-CONFIRMAR-REACTIVACION.
           EXIT.
      *---------------------------------------------*
       500-LISTAR.

           DISPLAY "CI DEPT NOMBRE                         "
               "C.COSTO  E ALTA     CIERRE".
           MOVE "N" TO WS-FIN-MAESTRO.
           MOVE LOW-VALUES TO DEM-CLAVE.
           START MAESTRO-FILE KEY NOT < DEM-CLAVE
               INVALID KEY MOVE "S" TO WS-FIN-MAESTRO
           END-START.

           IF NOT WS-NO-HAY-MAS-MAESTRO
               PERFORM 505-LEER-SIGUIENTE THRU 505-FIN-LEER-SIGUIENTE
               PERFORM 510-LISTAR-DEPTO THRU 510-FIN-LISTAR-DEPTO
                   UNTIL WS-NO-HAY-MAS-MAESTRO
           END-IF.

       500-FIN-LISTAR.
           EXIT.
      *---------------------------------------------*
       505-LEER-SIGUIENTE.

           READ MAESTRO-FILE NEXT
               AT END MOVE "S" TO WS-FIN-MAESTRO
           END-READ.

       505-FIN-LEER-SIGUIENTE.
           EXIT.
      *---------------------------------------------*
       510-LISTAR-DEPTO.

           DISPLAY DEM-CIA " " DEM-DEPTO " " DEM-DESCRIPCION " "
               DEM-CENTRO-COSTO " " DEM-ESTADO " " DEM-FECHA-ALTA
               " " DEM-FECHA-BAJA.
           ADD 1 TO WS-TOTAL-LISTADOS.

           PERFORM 505-LEER-SIGUIENTE THRU 505-FIN-LEER-SIGUIENTE.

       510-FIN-LISTAR-DEPTO.
           EXIT.
      *---------------------------------------------*
       900-FIN.

           CLOSE MAESTRO-FILE.

           WRITE CAM-REGISTRO FROM
               "-------------------------------------------".
           MOVE SPACES TO CAM-REGISTRO.
           STRING "ALTAS: "    WS-TOTAL-ALTAS
                  "  CAMBIOS: " WS-TOTAL-CAMBIOS
                  "  BAJAS: "   WS-TOTAL-BAJAS
                  "  REACTIVADOS: " WS-TOTAL-REACTIVADOS
                  DELIMITED BY SIZE
                  INTO CAM-REGISTRO.
           WRITE CAM-REGISTRO.
           CLOSE DEPCAMB-FILE.

           DISPLAY "DEPTOS1: ALTAS " WS-TOTAL-ALTAS
               " CAMBIOS " WS-TOTAL-CAMBIOS
               " BAJAS " WS-TOTAL-BAJAS
               " REACTIVADOS " WS-TOTAL-REACTIVADOS.

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
               MOVE "DEPTOS1" TO EVE-PROGRAMA
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

       end program Deptos1.
