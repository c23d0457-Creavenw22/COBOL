      *---------------------------------------------*
      * CORREG - REGISTRO DE LA TABLA DE CORRIENTES *
      * (CORRIENT). ASIGNA CADA DEPARTAMENTO A UNA  *
      * CORRIENTE DE LA PASADA NOCTURNA (1 A 4) Y   *
      * LO LEE Driver1 CUANDO CORRE COMO UNA        *
      * CORRIENTE. UN DEPARTAMENTO SIN ENTRADA VA   *
      * EN LA CORRIENTE 1. MANTENIDA POR            *
      * OPERACIONES, COMO CALENPRO.                 *
      *---------------------------------------------*
       01 COR-REGISTRO.
           05 COR-CIA                      PIC X(2).
           05 COR-DEPTO                    PIC X(4).
           05 COR-CORRIENTE                PIC X.
