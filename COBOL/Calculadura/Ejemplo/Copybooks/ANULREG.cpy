      *---------------------------------------------*
      * ANULREG - IMAGEN DE UNA TRANSACCION DE      *
      * ANULACION: RANGO EMITIDO POR ERROR A        *
      * REVERTIR, CON JOBID, DEPARTAMENTO, RANGO    *
      * EXACTO SEGUN EL LIBRO MAYOR Y MOTIVO. VIAJA *
      * DENTRO DE CADA SOLICITUD DE LA COLA         *
      * ANULPEND (ANUPEN); Anula1 LA TOMA DE LAS    *
      * SOLICITUDES APROBADAS.                      *
      *---------------------------------------------*
       01 ANU-REGISTRO.
           05 ANU-CIA                      PIC X(2).
