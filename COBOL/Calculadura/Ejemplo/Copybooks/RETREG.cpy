      *---------------------------------------------*
      * RETREG - REGISTRO DEL ARCHIVO DE            *
      * CORRECCIONES DE TARIFA (RETTRAN). UNA LINEA *
      * POR TARIFA MAL CARGADA EN TARIFAS: COMPANIA,*
      * DEPARTAMENTO, PERIODO CORREGIDO (DESDE LA   *
      * FECHA DE VIGENCIA HASTA LA FECHA TOPE; TOPE *
      * EN CEROS = SIN TOPE), TARIFA APLICADA POR   *
      * ERROR Y TARIFA CORRECTA. LEIDO POR          *
      * Retarifa1.                                  *
      *---------------------------------------------*
       01 RTT-REGISTRO.
           05 RTT-CIA                      PIC X(2).
           05 RTT-DEPTO                    PIC X(4).
           05 RTT-FECHA-VIGOR              PIC 9(8).
           05 RTT-FECHA-TOPE               PIC 9(8).
           05 RTT-TARIFA-ANTERIOR          PIC 9(5)V99.
           05 RTT-TARIFA-NUEVA             PIC 9(5)V99.
