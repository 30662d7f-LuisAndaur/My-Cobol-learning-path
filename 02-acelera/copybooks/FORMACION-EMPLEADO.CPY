      ******************************************************************
      * Copybook: FORMACION-EMPLEADO
      * Purpose:  Layout de los cursos realizados por cada empleado,
      *           indexado por empleado + curso + fecha de
      *           realizacion, de modo que cada renovacion agrega un
      *           registro y el ultimo de cada curso es el que vale.
      *           La caducidad se calcula al registrarlo con la
      *           validez del catalogo de cursos.
      ******************************************************************
       01  formacion-registro.
           05  fe-clave.
               10  fe-empleados-id     PIC X(7).
               10  fe-curso-id         PIC X(6).
               10  fe-fecha-realizacion PIC 9(8).
      *    CERO CUANDO EL CURSO NO CADUCA
           05  fe-fecha-caducidad      PIC 9(8).
           05  fe-centro               PIC X(30).
