      *---------------------------------------------*
      * ACUHIS - REGISTRO DEL HISTORICO DE ACUSES   *
      * (ACUSHIST). UNA LINEA POR SECCION DE        *
      * DEPARTAMENTO CONFIRMADA POR FACTURACION,    *
      * ACUMULATIVO ENTRE CORRIDAS: Concilia1 DEPURA*
      * DEL LIBRO PENDLOG LAS SECCIONES CONFIRMADAS *
      * Y LAS ANOTA AQUI CON LA FECHA DE PROCESO EN *
      * QUE LLEGO EL ACUSE, PARA PODER RASTREAR QUE *
      * TRANSMISION LLEVO CADA NUMERO.              *
      *---------------------------------------------*
       01 ACH-REGISTRO.
           05 ACH-CIA                      PIC X(2).
           05 ACH-FECHA                    PIC X(8).
           05 ACH-DEPTO                    PIC X(4).
           05 ACH-JOBID                    PIC X(8).
           05 ACH-CANTIDAD                 PIC 9(8).
           05 ACH-HASH                     PIC 9(13)V99.
           05 ACH-FECHA-ACUSE              PIC 9(8).
