      *---------------------------------------------*
      * PASOREG - REGISTRO DE LA TABLA DE PASOS DE  *
      * LA CADENA NOCTURNA (PASOTAB). UNA LINEA POR *
      * PASO, EN ORDEN DE EJECUCION: PROGRAMA,      *
      * RETORNO MAXIMO QUE PERMITE SEGUIR CON EL    *
      * PASO SIGUIENTE, SI EL PASO ES OBLIGATORIO   *
      * (UN FALLO DETIENE LA CADENA) U OPCIONAL (SE *
      * REGISTRA Y SE SIGUE), SI AL REANUDARLO TRAS *
      * UN FALLO DEBE CORRER EN MODO REPROCESO      *
      * (DRVPARM = "R") Y LA LINEA DE COMANDO QUE   *
      * LO LANZA (EN BLANCO, EL NOMBRE DEL          *
      * PROGRAMA).                                  *
      *---------------------------------------------*
       01 PAS-REGISTRO.
           05 PAS-SECUENCIA                PIC 9(2).
           05 PAS-PROGRAMA                 PIC X(10).
           05 PAS-RC-MAXIMO                PIC 9(4).
           05 PAS-OBLIGATORIO              PIC X.
               88 PAS-ES-OBLIGATORIO       VALUE "S".
           05 PAS-REPROCESO                PIC X.
               88 PAS-CON-REPROCESO        VALUE "S".
           05 PAS-COMANDO                  PIC X(60).
