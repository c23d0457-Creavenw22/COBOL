      *---------------------------------------------*
      * ASIREG - REGISTROS DEL ARCHIVO DE ASIENTOS  *
      * HACIA EL MAYOR GENERAL (ASIENTOS). UN LOTE  *
      * POR CORRIDA DE Contable1 QUE ASIENTA ALGO:  *
      * CABECERA (NUMERO DE LOTE Y FECHA DE         *
      * PROCESO), UN DETALLE POR CUENTA Y LADO      *
      * (DEBE/HABER) DE CADA COMPANIA, DEPARTAMENTO *
      * Y CONCEPTO, Y COLA CON LA CANTIDAD DE       *
      * DETALLES Y LOS TOTALES DEL DEBE Y DEL       *
      * HABER, QUE DEBEN COINCIDIR.                 *
      *---------------------------------------------*
       01 ASI-CABECERA.
           05 ASI-CAB-TIPO                 PIC X.
               88 ASI-ES-CABECERA          VALUE "H".
           05 ASI-CAB-LOTE                 PIC 9(6).
           05 ASI-CAB-FECHA                PIC X(8).
           05 ASI-CAB-TIMESTAMP            PIC X(14).
           05 FILLER                       PIC X(33).

       01 ASI-DETALLE.
           05 ASI-DET-TIPO                 PIC X.
               88 ASI-ES-DETALLE           VALUE "D".
           05 ASI-DET-CIA                  PIC X(2).
           05 ASI-DET-DEPTO                PIC X(4).
           05 ASI-DET-FECHA                PIC X(8).
           05 ASI-DET-CUENTA               PIC X(10).
           05 ASI-DET-LADO                 PIC X.
               88 ASI-ES-DEBE              VALUE "D".
               88 ASI-ES-HABER             VALUE "H".
           05 ASI-DET-IMPORTE              PIC 9(11)V99.
           05 ASI-DET-CONCEPTO             PIC X(9).
               88 ASI-ES-EMISION           VALUE "EMISION  ".
               88 ASI-ES-ANULACION         VALUE "ANULACION".
           05 ASI-DET-CANTIDAD             PIC 9(8).
           05 FILLER                       PIC X(6).

       01 ASI-COLA.
           05 ASI-COL-TIPO                 PIC X.
               88 ASI-ES-COLA              VALUE "T".
           05 ASI-COL-CANTIDAD             PIC 9(8).
           05 ASI-COL-DEBE                 PIC 9(13)V99.
           05 ASI-COL-HABER                PIC 9(13)V99.
           05 FILLER                       PIC X(23).
