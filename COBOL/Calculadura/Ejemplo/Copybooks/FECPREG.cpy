      *---------------------------------------------*
      * FECPREG - REGISTRO DE CONTROL DE LA FECHA   *
      * DE PROCESO (FECPROC). UN UNICO REGISTRO CON *
      * LA FECHA DE NEGOCIO DE LA NOCHE, MANTENIDO  *
      * POR OPERACIONES CON Fecha1. TODA LA SUITE   *
      * TOMA DE AQUI LA FECHA DE NEGOCIO; LA HORA   *
      * REAL SOLO SE USA PARA LOS SELLOS DE         *
      * AUDITORIA. ABIERTA = NOCHE EN CURSO,        *
      * CERRADA = NOCHE YA PROCESADA. EL MISMO      *
      * FORMATO SE USA PARA EL HISTORIAL DE FECHAS  *
      * CERRADAS (FECHIST).                         *
      *---------------------------------------------*
       01 FEP-REGISTRO.
           05 FEP-FECHA                    PIC 9(8).
           05 FEP-ESTADO                   PIC X.
               88 FEP-ES-ABIERTA           VALUE "A".
               88 FEP-ES-CERRADA           VALUE "C".
           05 FEP-TS-APERTURA              PIC X(14).
           05 FEP-TS-CIERRE                PIC X(14).
