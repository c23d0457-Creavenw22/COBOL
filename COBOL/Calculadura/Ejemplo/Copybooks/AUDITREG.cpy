      * AUDITREG - REGISTRO DE AUDITORIA. UNA LINEA *
      * POR NUMERO GENERADO, CON SELLO DE FECHA/HORA*
      * Y EL IDENTIFICADOR DEL JOB QUE LO PRODUJO.  *
      * AUD-DIGITO ES EL DIGITO VERIFICADOR DE      *
      * AUD-NUMERO; VA AL FINAL DEL REGISTRO PARA   *
      * QUE LAS LINEAS YA ARCHIVADAS EN AUDARCH SE  *
      * SIGAN LEYENDO CON EL MISMO FORMATO.         *
      *---------------------------------------------*
       01 AUD-REGISTRO.
           05 AUD-CIA                      PIC X(2).
           05 AUD-NUMERO                   PIC 9(8).
           05 AUD-EDITADO                  PIC Z(7)9.
           05 AUD-IMPORTE                  PIC 9(8)V99.
           05 AUD-DIGITO                   PIC 9.
