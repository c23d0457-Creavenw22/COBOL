      *---------------------------------------------*
      * SALREG - REGISTRO DE SALIDA DE LA SECUENCIA *
      * GENERADA POR 110-PROCESO PARA CONSUMO DE    *
      * OTROS PROCESOS DEL LOTE. SAL-DIGITO ES EL   *
      * DIGITO VERIFICADOR DE SAL-NUMERO (MODULO 10 *
      * CON PESOS 2-1 DESDE LA DERECHA); VA AL      *
      * FINAL DEL REGISTRO PARA NO CORRER LAS       *
      * POSICIONES DE LOS CAMPOS ANTERIORES.        *
      *---------------------------------------------*
       01 SAL-REGISTRO.
           05 SAL-NUMERO                   PIC 9(8).
           05 SAL-EDITADO                  PIC Z(7)9.
           05 SAL-IMPORTE                  PIC 9(8)V99.
           05 SAL-DIGITO                   PIC 9.
