      ******************************************************************
      * Copybook: TURNO-REGISTRO
      * Purpose:  Layout de las definiciones de turno, indexadas por
      *           codigo.  Horas en HHMM de reloj de 24 horas; un
      *           turno cuya hora de fin no es posterior a la de
      *           inicio termina al dia siguiente (turno de noche).
      *           El descanso va en minutos dentro del turno.
      ******************************************************************
       01  turno-registro.
           05  turno-codigo            PIC X(3).
           05  turno-descripcion       PIC X(30).
           05  turno-hora-inicio       PIC 9(4).
           05  turno-hora-fin          PIC 9(4).
           05  turno-descanso-min      PIC 9(3).
           05  turno-estado            PIC 9 VALUE 1.
               88  turno-activo        VALUE 1.
               88  turno-inactivo      VALUE 2.
