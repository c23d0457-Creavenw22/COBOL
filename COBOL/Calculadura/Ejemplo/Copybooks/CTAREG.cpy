      *---------------------------------------------*
      * CTAREG - REGISTRO DE LA TABLA DE CUENTAS    *
      * CONTABLES (CTAMAP). UNA LINEA POR COMPANIA  *
      * Y DEPARTAMENTO CON LAS DOS CUENTAS DEL      *
      * MAYOR GENERAL QUE MUEVEN SUS NUMEROS: LA    *
      * CUENTA DE DEUDORES (SE DEBITA AL EMITIR) Y  *
      * LA CUENTA DE INGRESOS (SE ACREDITA AL       *
      * EMITIR); LAS ANULACIONES INVIERTEN AMBOS    *
      * LADOS. ARCHIVO INDEXADO CON CLAVE CTA-CLAVE *
      * (COMPANIA Y DEPARTAMENTO). LEIDO POR        *
      * Contable1.                                  *
      *---------------------------------------------*
       01 CTA-REGISTRO.
           05 CTA-CLAVE.
               10 CTA-CIA                  PIC X(2).
               10 CTA-DEPTO                PIC X(4).
           05 CTA-CUENTA-DEUDORES          PIC X(10).
           05 CTA-CUENTA-INGRESOS          PIC X(10).
