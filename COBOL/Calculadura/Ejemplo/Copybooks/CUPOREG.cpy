      *---------------------------------------------*
      * CUPOREG - REGISTRO DE LA TABLA DE CUPOS     *
      * MENSUALES DE EMISION (CUPOS). UNA LINEA POR *
      * COMPANIA Y DEPARTAMENTO CON EL LIMITE DEL   *
      * MES EN CANTIDAD DE NUMEROS Y EN IMPORTE     *
      * VALORIZADO (CERO = SIN LIMITE EN ESE        *
      * CONCEPTO) Y LA TOLERANCIA DE EXCESO EN      *
      * PORCENTAJE SOBRE AMBOS LIMITES. UN          *
      * DEPARTAMENTO SIN LINEA NO TIENE CUPO.       *
      * ARCHIVO INDEXADO CON CLAVE CUP-CLAVE        *
      * (COMPANIA Y DEPARTAMENTO). LEIDO POR        *
      * Asigna1 Y Cupos1.                           *
      *---------------------------------------------*
       01 CUP-REGISTRO.
           05 CUP-CLAVE.
               10 CUP-CIA                  PIC X(2).
               10 CUP-DEPTO                PIC X(4).
           05 CUP-CANTIDAD-MES             PIC 9(8).
           05 CUP-IMPORTE-MES              PIC 9(11)V99.
           05 CUP-TOLERANCIA               PIC 9(3).
