      *---------------------------------------------*
      * ANULHIS - REGISTRO DEL HISTORICO DE         *
      * ANULACIONES (ANULHIST). UNA LINEA POR RANGO *
      * ANULADO POR Anula1, ACUMULATIVO ENTRE       *
      * CORRIDAS: ES LA UNICA CONSTANCIA QUE QUEDA  *
      * DE UN NUMERO ANULADO, PORQUE Anula1 DA DE   *
      * BAJA LA ENTRADA DEL LIBRO MAYOR Y ANULREV   *
      * SE REESCRIBE EN CADA PASADA. LLEVA EL       *
      * MOTIVO, EL MOMENTO DE LA ANULACION Y LOS    *
      * NUMEROS E IMPORTES REVERTIDOS.              *
      *---------------------------------------------*
       01 AHI-REGISTRO.
           05 AHI-CIA                      PIC X(2).
           05 AHI-DEPTO                    PIC X(4).
           05 AHI-JOBID                    PIC X(8).
           05 AHI-INICIO                   PIC 9(9).
           05 AHI-FIN                      PIC 9(9).
           05 AHI-MOTIVO                   PIC X(30).
           05 AHI-TIMESTAMP                PIC X(14).
           05 AHI-CANTIDAD                 PIC 9(8).
           05 AHI-IMPORTE                  PIC 9(11)V99.
