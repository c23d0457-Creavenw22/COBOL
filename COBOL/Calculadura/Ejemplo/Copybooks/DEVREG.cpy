      *---------------------------------------------*
      * DEVREG - REGISTRO DEL ARCHIVO DE NUMEROS    *
      * DEVUELTOS (NUMDEV). UNA LINEA POR NUMERO    *
      * QUE VUELVE DE FACTURACION O QUE UN USUARIO  *
      * TIPEO: LAS 8 CIFRAS, EL DIGITO VERIFICADOR  *
      * Y UNA REFERENCIA LIBRE DE QUIEN LO ENVIA.   *
      * LOS CAMPOS SE RECIBEN COMO TEXTO PORQUE     *
      * PUEDEN VENIR MAL TIPEADOS. LEIDO POR        *
      * Valida1.                                    *
      *---------------------------------------------*
       01 DEV-REGISTRO.
           05 DEV-NUMERO                   PIC X(8).
           05 DEV-DIGITO                   PIC X.
           05 DEV-REFERENCIA               PIC X(20).
