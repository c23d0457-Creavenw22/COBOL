      *---------------------------------------------*
      * PASOSTAT - ESTADO DE LA CADENA NOCTURNA.    *
      * UNA LINEA POR PASO EJECUTADO EN LA FECHA DE *
      * PROCESO, CON INICIO, FIN Y RETORNO. AL      *
      * REANUDAR TRAS UNA CAIDA, LOS PASOS CON      *
      * RESULTADO OK DE LA MISMA FECHA NO SE        *
      * REPITEN.                                    *
      *---------------------------------------------*
       01 PST-REGISTRO.
           05 PST-FECHA                    PIC 9(8).
           05 PST-SECUENCIA                PIC 9(2).
           05 PST-PROGRAMA                 PIC X(10).
           05 PST-INICIO                   PIC X(14).
           05 PST-FIN                      PIC X(14).
           05 PST-RETORNO                  PIC 9(4).
           05 PST-RESULTADO                PIC X(8).
               88 PST-ES-OK                VALUE "OK      ".
               88 PST-ES-ERROR             VALUE "ERROR   ".
               88 PST-ES-AVISO             VALUE "AVISO   ".
