               RECORD KEY IS TAR-CLAVE
               FILE STATUS IS WS-TARIFA-STATUS.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "EVENTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTO-STATUS.
       FD  TARIFA-FILE.
           COPY TARREG.

       FD  FECPROC-FILE.
           COPY FECPREG.

       FD  EVENTO-FILE.
           COPY EVENTREG.
      *---------------------------------------------*
           05 WS-CTL-FIN-ED                PIC Z(8)9.
           05 WS-IMPORTE-EDITADO           PIC ZZ.ZZZ.ZZ9,99.

      *---------------------------------------------*
      * DIGITO VERIFICADOR DEL NUMERO EMITIDO:      *
      * MODULO 10 CON PESOS 2-1 ALTERNADOS DESDE LA *
      * CIFRA DE LA DERECHA (LOS PRODUCTOS DE DOS   *
      * CIFRAS SE REDUCEN RESTANDO 9). DETECTA TODO *
      * ERROR DE UNA CIFRA Y CASI TODA TRANSPOSICION*
      * DE CIFRAS VECINAS.                          *
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

       01 WS-CONFIRM                       PIC A.

       01 WS-INDICADORES.
           05 WS-AUDITORIA-STATUS          PIC XX.
           05 WS-RANGO-STATUS              PIC XX.
           05 WS-TARIFA-STATUS             PIC XX.
           05 WS-FECPROC-STATUS            PIC XX.
           05 WS-EVENTO-STATUS             PIC XX.
      *---------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 101-LEER-PARAMETROS THRU 101-FIN-LEER-PARAMETROS.
           PERFORM 102-VALIDAR-CAPACIDAD
               THRU 102-FIN-VALIDAR-CAPACIDAD.
           PERFORM 108-LEER-FECHA-PROCESO
               THRU 108-FIN-LEER-FECHA-PROCESO.
           PERFORM 105-BUSCAR-TARIFA THRU 105-FIN-BUSCAR-TARIFA.
           PERFORM 103-LEER-CHECKPOINT THRU 103-FIN-LEER-CHECKPOINT.
           MOVE WS-NUMERO TO WS-NUMERO-INICIAL.
      *    LA VALORACION HISTORICA IMPORTE = NUMERO.
           MOVE "N" TO WS-TARIFA-HALLADA.
           MOVE ZERO TO WS-VIGOR-ELEGIDO.

           IF CTL-DEPTO NOT = SPACES
               OPEN INPUT TARIFA-FILE

       107-FIN-EVALUAR-TARIFA.
           EXIT.
      *---------------------------------------------*
       108-LEER-FECHA-PROCESO.

      *    LA FECHA DE NEGOCIO ES LA DE FECPROC, LA MISMA
      *    PARA TODOS LOS DEPARTAMENTOS DE LA NOCHE AUNQUE
      *    LA PASADA CRUCE LA MEDIANOCHE: CON ELLA SE ELIGE
      *    LA TARIFA Y SE FECHA EL RANGO EN RANGOLOG.
           MOVE ZERO TO WS-FECHA-PROCESO.
           OPEN INPUT FECPROC-FILE.
           IF WS-FECPROC-STATUS = "00"
               READ FECPROC-FILE
                   AT END MOVE "10" TO WS-FECPROC-STATUS
               END-READ
               IF WS-FECPROC-STATUS = "00"
                   MOVE FEP-FECHA TO WS-FECHA-PROCESO
               END-IF
               CLOSE FECPROC-FILE
           END-IF.

           IF WS-FECHA-PROCESO = ZERO
               DISPLAY
                 "ERROR: FECPROC NO DISPONIBLE - STATUS "
                 WS-FECPROC-STATUS
               MOVE "F" TO WS-EVE-SEVERIDAD
               MOVE "PRG0014" TO WS-EVE-CODIGO
               MOVE "FECHA DE PROCESO (FECPROC) NO DISPONIBLE"
                   TO WS-EVE-TEXTO
               PERFORM 980-GRABAR-EVENTO THRU 980-FIN-GRABAR-EVENTO
               MOVE 16 TO RETURN-CODE
               PERFORM 990-ABORTAR
           END-IF.

       108-FIN-LEER-FECHA-PROCESO.
           EXIT.
      *---------------------------------------------*
       110-PROCESO.


           ADD 1 TO WS-NUMERO.
           MOVE WS-NUMERO TO WS-NRO-EDITADO.
           MOVE WS-NUMERO TO WS-DIG-NUMERO.
           PERFORM 112-CALCULAR-DIGITO THRU 112-FIN-CALCULAR-DIGITO.
           IF WS-ES-TARIFA-HALLADA
               MOVE WS-TARIFA-DEPTO TO WS-IMPORTE
           ELSE
           MOVE WS-NUMERO TO SAL-NUMERO.
           MOVE WS-NRO-EDITADO TO SAL-EDITADO.
           MOVE WS-IMPORTE TO SAL-IMPORTE.
           MOVE WS-DIG-RESULTADO TO SAL-DIGITO.
           WRITE SAL-REGISTRO.
           IF WS-SALIDA-STATUS NOT = "00"
               DISPLAY
           MOVE WS-NUMERO TO AUD-NUMERO.
           MOVE WS-NRO-EDITADO TO AUD-EDITADO.
           MOVE WS-IMPORTE TO AUD-IMPORTE.
           MOVE WS-DIG-RESULTADO TO AUD-DIGITO.
           WRITE AUD-REGISTRO.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY

       110-FIN-PROCESO.
           EXIT.
      *---------------------------------------------*
       112-CALCULAR-DIGITO.

      *    LAS CIFRAS EN POSICION PAR (CONTANDO DESDE LA
      *    IZQUIERDA DE LAS 8) SON LAS QUE SE DUPLICAN: LA
      *    DE MAS A LA DERECHA ES LA OCTAVA.
           MOVE ZERO TO WS-DIG-SUMA.
           MOVE 1 TO WS-DIG-POS.
           PERFORM 113-SUMAR-CIFRA THRU 113-FIN-SUMAR-CIFRA
               UNTIL WS-DIG-POS > 8.

           DIVIDE WS-DIG-SUMA BY 10 GIVING WS-DIG-COCIENTE
               REMAINDER WS-DIG-RESTO.
           IF WS-DIG-RESTO = ZERO
               MOVE ZERO TO WS-DIG-RESULTADO
           ELSE
               COMPUTE WS-DIG-RESULTADO = 10 - WS-DIG-RESTO
           END-IF.

       112-FIN-CALCULAR-DIGITO.
           EXIT.
      *---------------------------------------------*
       113-SUMAR-CIFRA.

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

       113-FIN-SUMAR-CIFRA.
           EXIT.
      *---------------------------------------------*
       115-GRABAR-CHECKPOINT.

           MOVE CTL-INICIO  TO RGO-INICIO.
           MOVE WS-NUMERO   TO RGO-FIN.
           MOVE CTL-JOBID   TO RGO-JOBID.
           MOVE WS-FECHA-PROCESO TO RGO-FECHA.

           OPEN I-O RANGO-FILE.
           IF WS-RANGO-STATUS NOT = "00" AND "05"
