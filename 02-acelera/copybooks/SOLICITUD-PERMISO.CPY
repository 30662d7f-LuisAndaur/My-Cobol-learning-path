      * Copybook: SOLICITUD-PERMISO
      * Purpose:  Layout de las solicitudes de ausencia, indexadas
      *           por numero.  Tipos: V = vacaciones, B = baja
      *           medica, E = permiso, S = permiso sin sueldo.  La
      *           captura valida el rango de fechas con el
      *           calendario habil; la aprobacion del supervisor
      *           genera los dias en asistencia.dat y, si son
      *           vacaciones, descuenta el saldo anual.
      ******************************************************************
       01  solicitud-permiso-registro.
           05  sol-numero              PIC 9(6).
               88  sol-vacaciones      VALUE "V".
               88  sol-baja-medica     VALUE "B".
               88  sol-permiso         VALUE "E".
               88  sol-sin-sueldo      VALUE "S".
           05  sol-desde               PIC 9(8).
           05  sol-hasta               PIC 9(8).
           05  sol-dias-habiles        PIC 9(3).
