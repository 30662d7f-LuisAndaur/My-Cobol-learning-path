      ******************************************************************
      * Copybook: PUESTO-CURSO
      * Purpose:  Layout de los certificados obligatorios por puesto,
      *           indexado por puesto + curso: un registro por cada
      *           curso que debe tener vigente quien ocupa el puesto
      *           del maestro de puestos.
      ******************************************************************
       01  puesto-curso-registro.
           05  pc-clave.
               10  pc-puesto-id        PIC X(4).
               10  pc-curso-id         PIC X(6).
