      * EL ARCHIVO POR ENTIDAD LEGAL),              *
      * DETALLES DERIVADOS DE SAL-REGISTRO          *
      * Y COLA CON CANTIDAD Y HASH DE IMPORTES PARA *
      * QUE EL RECEPTOR VALIDE LA TRANSMISION. CADA *
      * DETALLE LLEVA EL DIGITO VERIFICADOR DEL     *
      * NUMERO Y EL HASH DE LA COLA SUMA IMPORTES   *
      * MAS DIGITOS VERIFICADORES.                  *
      *---------------------------------------------*
       01 INT-CABECERA.
           05 INT-CAB-TIPO                 PIC X.
           05 INT-CAB-FECHA                PIC X(8).
           05 INT-CAB-JOBID                PIC X(8).
           05 INT-CAB-DEPTO                PIC X(4).
           05 FILLER                       PIC X(5).

       01 INT-DETALLE.
           05 INT-DET-TIPO                 PIC X.
           05 INT-DET-NUMERO               PIC 9(8).
           05 INT-DET-EDITADO              PIC Z(7)9.
           05 INT-DET-IMPORTE              PIC 9(8)V99.
           05 INT-DET-DIGITO               PIC 9.

       01 INT-COLA.
           05 INT-COL-TIPO                 PIC X.
               88 INT-ES-COLA              VALUE "T".
           05 INT-COL-CANTIDAD             PIC 9(8).
           05 INT-COL-HASH                 PIC 9(13)V99.
           05 FILLER                       PIC X(4).
