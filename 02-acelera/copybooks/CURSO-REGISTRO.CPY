      ******************************************************************
      * Copybook: CURSO-REGISTRO
      * Purpose:  Layout del catalogo de cursos y certificados
      *           (carnet de carretillero, manipulador de alimentos,
      *           primeros auxilios...), indexado por curso-id.  La
      *           validez en meses fija la caducidad de cada curso
      *           realizado; cero es un curso que no caduca.
      ******************************************************************
       01  curso-registro.
           05  curso-id                PIC X(6).
           05  curso-descripcion       PIC X(40).
           05  curso-validez-meses     PIC 9(3).
           05  curso-estado            PIC 9 VALUE 1.
               88  curso-activo        VALUE 1.
               88  curso-inactivo      VALUE 2.
