      ******************************************************************
      * Copybook: INCIDENCIA-HISTORIA
      * Purpose:  Historia de estados de las incidencias de clientes,
      *           un registro por cambio (alta, asignacion, paso a
      *           en curso, resolucion, cierre o reapertura), en
      *           orden de grabacion.  Guarda el estado anterior y el
      *           nuevo, el responsable que queda, quien hizo el
      *           cambio y una nota.
      ******************************************************************
       01  incidencia-historia.
           05  inh-numero              PIC 9(6).
           05  inh-fecha               PIC 9(8).
           05  inh-hora                PIC 9(6).
           05  inh-estado-anterior     PIC X.
           05  inh-estado-nuevo        PIC X.
           05  inh-responsable         PIC X(7).
           05  inh-usuario             PIC X(7).
           05  inh-nota                PIC X(60).
