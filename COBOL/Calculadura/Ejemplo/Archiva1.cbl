               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGARPT-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
       FD  PURGARPT-FILE.
       01  RPT-REGISTRO                    PIC X(80).

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
           05 WS-NUEVO-STATUS              PIC XX.
           05 WS-RETPARM-STATUS            PIC XX.
           05 WS-PURGARPT-STATUS           PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 101-LEER-RETENCION THRU 101-FIN-LEER-RETENCION.

           PERFORM 102-LEER-FECHA-PROCESO
               THRU 102-FIN-LEER-FECHA-PROCESO.
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
               - WS-DIAS-RETENCION.

       101-FIN-LEER-RETENCION.
           EXIT.
      *---------------------------------------------*
       102-LEER-FECHA-PROCESO.

      *    EL CORTE DE RETENCION SE CUENTA DESDE LA FECHA DE
      *    NEGOCIO (FECPROC), NO DESDE EL RELOJ: UNA NOCHE
      *    CORRIDA CON ATRASO ARCHIVA LO MISMO QUE EN FECHA.
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
               MOVE "ARC0010" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO (FECPROC) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FEP-FECHA TO WS-FECHA-HOY.

       102-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       105-LEER-AUDITORIA.

