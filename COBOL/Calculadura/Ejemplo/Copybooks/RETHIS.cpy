      *---------------------------------------------*
      * RETHIS - REGISTRO DEL HISTORICO DE          *
      * RETARIFACIONES (RETAHIST). UN REGISTRO POR  *
      * NUMERO YA RETARIFADO CON LA TARIFA QUE HOY  *
      * LE CORRESPONDE, EL PERIODO DE LA ULTIMA     *
      * CORRECCION APLICADA Y SU SELLO DE FECHA Y   *
      * HORA. Retarifa1 SOLO AJUSTA UN NUMERO CUYA  *
      * TARIFA VIGENTE ES LA ANTERIOR DE LA         *
      * CORRECCION: REPETIR UNA CORRECCION NO       *
      * VUELVE A AJUSTAR. ARCHIVO INDEXADO CON      *
      * CLAVE RTH-NUMERO (EL ESPACIO DE NUMEROS ES  *
      * UNICO PARA TODAS LAS COMPANIAS).            *
      *---------------------------------------------*
       01 RTH-REGISTRO.
           05 RTH-NUMERO                   PIC 9(8).
           05 RTH-CIA                      PIC X(2).
           05 RTH-JOBID                    PIC X(8).
           05 RTH-TARIFA                   PIC 9(8)V99.
           05 RTH-FECHA-VIGOR              PIC 9(8).
           05 RTH-TIMESTAMP                PIC X(14).
