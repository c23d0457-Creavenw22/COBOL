      *---------------------------------------------*
      * ANUPEN - REGISTRO DE LA COLA DE SOLICITUDES *
      * DE ANULACION (ANULPEND). UNA LINEA POR      *
      * SOLICITUD, CON LA TRANSACCION A ANULAR (LA  *
      * MISMA IMAGEN QUE ANU-REGISTRO), QUIEN LA    *
      * PIDIO Y CUANDO, QUIEN LA APROBO O RECHAZO   *
      * Y CUANDO, Y AL APLICARSE LOS NUMEROS E      *
      * IMPORTES REVERTIDOS. Autoriza1 CAPTURA Y    *
      * DECIDE (EL APROBADOR DEBE SER OTRO USUARIO  *
      * QUE EL SOLICITANTE); Anula1 SOLO APLICA LAS *
      * APROBADAS. LAS SOLICITUDES NO SE BORRAN:    *
      * LA COLA ES LA PISTA DE AUDITORIA. ARCHIVO   *
      * INDEXADO CON CLAVE APD-SOLICITUD.           *
      *---------------------------------------------*
       01 APD-REGISTRO.
           05 APD-SOLICITUD                PIC 9(6).
           05 APD-TRANSACCION.
               10 APD-CIA                  PIC X(2).
               10 APD-JOBID                PIC X(8).
               10 APD-DEPTO                PIC X(4).
               10 APD-INICIO               PIC 9(9).
               10 APD-FIN                  PIC 9(9).
               10 APD-MOTIVO               PIC X(30).
           05 APD-SOLICITANTE              PIC X(8).
           05 APD-TS-SOLICITUD             PIC X(14).
           05 APD-ESTADO                   PIC X.
               88 APD-ES-PENDIENTE         VALUE "P".
               88 APD-ES-APROBADA          VALUE "A".
               88 APD-ES-RECHAZADA         VALUE "R".
               88 APD-ES-APLICADA          VALUE "X".
               88 APD-ES-FALLIDA           VALUE "F".
           05 APD-APROBADOR                PIC X(8).
           05 APD-TS-DECISION              PIC X(14).
           05 APD-OBSERVACION              PIC X(40).
           05 APD-TS-APLICACION            PIC X(14).
           05 APD-CANTIDAD                 PIC 9(8).
           05 APD-IMPORTE                  PIC 9(11)V99.
