      * ARCHIVO, JOBID GENERADOR, DEPARTAMENTO),    *
      * DETALLES DERIVADOS DE SAL-REGISTRO Y COLA   *
      * CON CANTIDAD DE REGISTROS Y HASH DE         *
      * SAL-IMPORTE MAS SAL-DIGITO (EL DIGITO       *
      * VERIFICADOR DE CADA NUMERO VIAJA EN SU      *
      * DETALLE). EL SISTEMA RECEPTOR VALIDA        *
      * CANTIDAD Y HASH, Y LAS TRANSMISIONES        *
      * CORTADAS SE DETECTAN EN LA INTERFAZ Y NO    *
      * EN EL CIERRE DE FACTURACION.                *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIAPARM-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
       01  CIA-REGISTRO.
           05 CIA-CODIGO                   PIC X(2).

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
           05 WS-INTERFAZ-STATUS           PIC XX.
           05 WS-PENDIENTE-STATUS          PIC XX.
           05 WS-CIAPARM-STATUS            PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

           PERFORM 103-LEER-FECHA-PROCESO
               THRU 103-FIN-LEER-FECHA-PROCESO.

           PERFORM 101-LEER-FILTRO-CIA
               THRU 101-FIN-LEER-FILTRO-CIA.

       102-FIN-CARGAR-DEPTOS.
           EXIT.
      *---------------------------------------------*
       103-LEER-FECHA-PROCESO.

      *    LA FECHA DE CABECERA ES LA FECHA DE NEGOCIO DE LA
      *    NOCHE (FECPROC), LA MISMA QUE QUEDA EN HISTSTAT Y
      *    EN RANGOLOG, Y NO LA DEL RELOJ AL EXTRAER.
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
               MOVE "EXT0009" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO (FECPROC) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-ARCHIVO.

       103-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       104-GUARDAR-DEPTO.


           IF WS-ES-DEPTO-HALLADO
               ADD 1 TO WS-DEP-CANT (WS-DEPTO-ACTUAL)
      *        EL HASH SUMA EL IMPORTE Y EL DIGITO
      *        VERIFICADOR: UN DIGITO ALTERADO EN LA
      *        TRANSMISION TAMBIEN DESCUADRA LA COLA.
               ADD SAL-IMPORTE SAL-DIGITO
                   TO WS-DEP-HASH (WS-DEPTO-ACTUAL)
               IF WS-DEP-SE-EXTRAE (WS-DEPTO-ACTUAL)
                   ADD 1 TO WS-TOTAL-DETALLES
               END-IF
           MOVE SAL-NUMERO  TO INT-DET-NUMERO.
           MOVE SAL-EDITADO TO INT-DET-EDITADO.
           MOVE SAL-IMPORTE TO INT-DET-IMPORTE.
           MOVE SAL-DIGITO  TO INT-DET-DIGITO.
           WRITE INT-DETALLE.
           IF WS-INTERFAZ-STATUS NOT = "00"
               DISPLAY
