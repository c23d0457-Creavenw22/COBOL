      *---------------------------------------------*
      * DEPTMAE - MAESTRO DE DEPARTAMENTOS.         *
      * ARCHIVO INDEXADO CON CLAVE DEM-CLAVE        *
      * (COMPANIA Y DEPARTAMENTO). UN REGISTRO POR  *
      * DEPARTAMENTO CON SU NOMBRE, CENTRO DE       *
      * COSTO, RESPONSABLE, ESTADO Y FECHAS DE ALTA *
      * Y CIERRE.                                   *
      * MANTENIDO POR Deptos1; LA EDICION Y LA      *
      * ASIGNACION RECHAZAN LOS DEPARTAMENTOS       *
      * INEXISTENTES O INACTIVOS Y LOS REPORTES     *
      * TOMAN DE AQUI EL NOMBRE. UN DEPARTAMENTO    *
      * CERRADO NO SE BORRA: QUEDA INACTIVO CON SU  *
      * FECHA DE CIERRE PARA LOS REPORTES           *
      * HISTORICOS.                                 *
      *---------------------------------------------*
       01 DEM-REGISTRO.
           05 DEM-CLAVE.
               10 DEM-CIA                  PIC X(2).
               10 DEM-DEPTO                PIC X(4).
           05 DEM-DESCRIPCION              PIC X(30).
           05 DEM-CENTRO-COSTO             PIC X(8).
           05 DEM-RESPONSABLE              PIC X(30).
           05 DEM-ESTADO                   PIC X.
               88 DEM-ES-ACTIVO            VALUE "A".
               88 DEM-ES-INACTIVO          VALUE "I".
           05 DEM-FECHA-ALTA               PIC 9(8).
           05 DEM-FECHA-BAJA               PIC 9(8).
