      ******************************************************************
      * Copybook: RUTA-REGISTRO
      * Purpose:  Layout del maestro de rutas de reparto (rutas.dat),
      *           indexado por codigo de ruta.  Cada ruta sale un dia
      *           fijo de la semana en una furgoneta con su conductor
      *           (empleados-id); los clientes y sus direcciones de
      *           entrega llevan la ruta y su orden de parada en ella.
      ******************************************************************
       01  ruta-registro.
           05  rut-codigo              PIC X(4).
           05  rut-descripcion         PIC X(30).
      *    DIA DE SALIDA: 1=LUNES .. 7=DOMINGO, COMO SERVICIOS-FECHA
           05  rut-dia-semana          PIC 9.
           05  rut-furgoneta           PIC X(10).
           05  rut-conductor           PIC X(7).
           05  rut-estado              PIC X.
               88  rut-activa          VALUE "A".
               88  rut-baja            VALUE "B".
