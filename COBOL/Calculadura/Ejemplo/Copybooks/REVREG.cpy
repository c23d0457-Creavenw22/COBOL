      * CON EL IMPORTE EN NEGATIVO (SIGNO SEPARADO  *
      * ADELANTE) PARA QUE FACTURACION DESCUENTE LO *
      * YA TRANSMITIDO SIN RECLAMO MANUAL.          *
      * ESCRITO POR Anula1 EN ANULREV. Retarifa1    *
      * USA EL MISMO FORMATO EN RETAREV PARA LAS    *
      * DIFERENCIAS DE TARIFA, CON SU SIGNO.        *
      *---------------------------------------------*
       01 REV-REGISTRO.
           05 REV-CIA                      PIC X(2).
