      ******************************************************************
      * Copybook: CUADRANTE-REGISTRO
      * Purpose:  Layout del cuadrante de turnos planificado,
      *           indexado por fecha + empleado: un registro por
      *           empleado y dia con turno (el dia libre no tiene
      *           registro).  Lleva copia de las horas del turno y
      *           del departamento vigente al planificar, para que
      *           un cambio posterior del turno o un traslado no
      *           reescriban lo que se planifico.  Lo graba
      *           CUADRANTE_TURNOS y lo comparan con asistencia.dat
      *           las excepciones diarias.
      ******************************************************************
       01  cuadrante-registro.
           05  cua-clave.
               10  cua-fecha           PIC 9(8).
               10  cua-empleados-id    PIC X(7).
           05  cua-turno-codigo        PIC X(3).
           05  cua-hora-inicio         PIC 9(4).
           05  cua-hora-fin            PIC 9(4).
           05  cua-depto-id            PIC X(4).
