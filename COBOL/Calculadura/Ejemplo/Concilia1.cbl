      * TRANSMISIONES PENDIENTES (PENDLOG) QUE      *
      * Extracto1 ALIMENTA AL CERRAR CADA SECCION.  *
      * LAS SECCIONES CONFIRMADAS SE DEPURAN DEL    *
      * LIBRO Y SE ANOTAN, CON LA FECHA DEL ACUSE,  *
      * EN EL HISTORICO ACUMULATIVO ACUSHIST; SE    *
      * REPORTA TODA SECCION CON ACUSE              *
      * DESCUADRADO EN CANTIDAD O HASH, TODO ACUSE  *
      * SIN TRANSMISION Y TODA SECCION SIN ACUSE    *
      * CON MAS DIAS QUE EL PLAZO DE ACKPARM (3 POR *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPARM-STATUS.

           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "ACUSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT CONCIRPT-FILE ASSIGN TO "CONCIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCIRPT-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
      *---------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------*
       01  ACK-REGISTRO.
           05 ACK-DIAS                     PIC 9(3).

       FD  HISTORIA-FILE.
           COPY ACUHIS.

       FD  CONCIRPT-FILE.
       01  RPT-REGISTRO                    PIC X(80).

       FD  FECPROC-FILE.
           COPY FECPREG.
      *---------------------------------------------*
       working-storage section.
      *---------------------------------------------*
           05 WS-PENDIENTE-STATUS          PIC XX.
           05 WS-ACUSES-STATUS             PIC XX.
           05 WS-ACKPARM-STATUS            PIC XX.
           05 WS-HISTORIA-STATUS           PIC XX.
           05 WS-CONCIRPT-STATUS           PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.


           PERFORM 101-LEER-PLAZO THRU 101-FIN-LEER-PLAZO.

           PERFORM 105-LEER-FECHA-PROCESO
               THRU 105-FIN-LEER-FECHA-PROCESO.
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               - WS-DIAS-PLAZO.

       101-FIN-LEER-PLAZO.
           EXIT.
      *---------------------------------------------*
       105-LEER-FECHA-PROCESO.

      *    EL PLAZO DE ACUSE SE CUENTA EN DIAS DE NEGOCIO
      *    DESDE LA FECHA DE PROCESO (FECPROC), LA MISMA QUE
      *    Extracto1 GRABO EN PEN-FECHA.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               CLOSE FECPROC-FILE
           END-IF.

           IF WS-FECPROC-STATUS NOT = "00"
               DISPLAY "ERROR: FECPROC NO DISPONIBLE - FIN DE PROCESO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-HOY.

       105-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       102-CARGAR-PENDIENTES.


      *    EL LIBRO SE REESCRIBE SOLO CON LAS SECCIONES AUN
      *    PENDIENTES; LAS CONFIRMADAS YA CUMPLIERON SU
      *    CICLO Y PASAN AL HISTORICO DE ACUSES.
           OPEN OUTPUT PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS NOT = "00"
               DISPLAY
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORIA-FILE.
           IF WS-HISTORIA-STATUS NOT = "00" AND "05"
               DISPLAY
                 "ERROR: NO SE PUDO ABRIR ACUSHIST - STATUS "
                 WS-HISTORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM 145-GRABAR-PENDIENTE
               THRU 145-FIN-GRABAR-PENDIENTE
               UNTIL WS-IDX > WS-TOTAL-PENDIENTES.

           CLOSE PENDIENTE-FILE.
           CLOSE HISTORIA-FILE.

       140-FIN-DEPURAR-LIBRO.
           EXIT.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 147-GRABAR-ACUSADA
                   THRU 147-FIN-GRABAR-ACUSADA
           END-IF.
           ADD 1 TO WS-IDX.

       145-FIN-GRABAR-PENDIENTE.
           EXIT.
      *---------------------------------------------*
       147-GRABAR-ACUSADA.

           MOVE WS-PEN-CIA (WS-IDX)      TO ACH-CIA.
           MOVE WS-PEN-FECHA (WS-IDX)    TO ACH-FECHA.
           MOVE WS-PEN-DEPTO (WS-IDX)    TO ACH-DEPTO.
           MOVE WS-PEN-JOBID (WS-IDX)    TO ACH-JOBID.
           MOVE WS-PEN-CANTIDAD (WS-IDX) TO ACH-CANTIDAD.
           MOVE WS-PEN-HASH (WS-IDX)     TO ACH-HASH.
           MOVE WS-FECHA-HOY             TO ACH-FECHA-ACUSE.
           WRITE ACH-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY
                 "ERROR: FALLO AL ESCRIBIR ACUSHIST - STATUS "
                 WS-HISTORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       147-FIN-GRABAR-ACUSADA.
           EXIT.
      *---------------------------------------------*
       900-FIN.

