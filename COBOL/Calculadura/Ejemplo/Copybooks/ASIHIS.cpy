      *---------------------------------------------*
      * ASIHIS - REGISTRO DEL HISTORICO DE          *
      * CONTABILIZACIONES (ASIENHIS). UNA LINEA POR *
      * COMPANIA, DEPARTAMENTO Y CONCEPTO           *
      * CONTABILIZADO, ACUMULATIVO ENTRE CORRIDAS.  *
      * Contable1 LO CONSULTA PARA NO VOLVER A      *
      * CONTABILIZAR LAS EMISIONES DE UNA FECHA DE  *
      * PROCESO NI LAS ANULACIONES DE UNA PASADA DE *
      * Anula1 (IDENTIFICADA POR EL SELLO DE        *
      * ANULREV); LO RETENIDO EN SUSPENSO NO SE     *
      * ANOTA Y ENTRA EN LA CORRIDA SIGUIENTE.      *
      *---------------------------------------------*
       01 ASH-REGISTRO.
           05 ASH-FECHA                    PIC X(8).
           05 ASH-CIA                      PIC X(2).
           05 ASH-DEPTO                    PIC X(4).
           05 ASH-CONCEPTO                 PIC X(9).
           05 ASH-TS-ANULACION             PIC X(14).
           05 ASH-LOTE                     PIC 9(6).
           05 ASH-TIMESTAMP                PIC X(14).
           05 ASH-CANTIDAD                 PIC 9(8).
           05 ASH-IMPORTE                  PIC 9(11)V99.
