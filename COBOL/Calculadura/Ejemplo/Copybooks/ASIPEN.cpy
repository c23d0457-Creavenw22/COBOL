      *---------------------------------------------*
      * ASIPEN - REGISTRO DE EMISIONES PENDIENTES   *
      * DE CONTABILIZAR (ASIENPEN). UNA LINEA POR   *
      * COMPANIA, DEPARTAMENTO Y FECHA DE PROCESO   *
      * RETENIDA EN SUSPENSO. Contable1 LO LEE AL   *
      * EMPEZAR Y LO REESCRIBE AL TERMINAR CON LO   *
      * QUE SIGUE RETENIDO, DE MODO QUE LO QUE NO   *
      * TIENE CUENTAS SE ASIENTA EN LA PRIMERA      *
      * CORRIDA POSTERIOR A SU CARGA EN CTAMAP      *
      * AUNQUE RANGOLOG YA NO LO TRAIGA CON LA      *
      * FECHA DE PROCESO DEL DIA. LAS ANULACIONES   *
      * NO PASAN POR AQUI: SE VUELVEN A TOMAR DEL   *
      * HISTORICO ANULHIST.                         *
      *---------------------------------------------*
       01 ASP-REGISTRO.
           05 ASP-FECHA                    PIC X(8).
           05 ASP-CIA                      PIC X(2).
           05 ASP-DEPTO                    PIC X(4).
           05 ASP-CANTIDAD                 PIC 9(8).
           05 ASP-IMPORTE                  PIC 9(11)V99.
