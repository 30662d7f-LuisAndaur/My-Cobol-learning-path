      *           de la ultima carta emitida (1 = recordatorio,
      *           2 = requerimiento formal, 3 = aviso final) y su
      *           fecha, para que cada corrida de CARTAS_RECLAMO
      *           escale el reclamo en vez de repetirlo.  La marca
      *           de adeudo devuelto la pone DEVOLUCIONES_ADEUDOS y
      *           hace que la corrida siguiente reclame sin esperar
      *           los dias minimos entre cartas.
      ******************************************************************
       01  reclamo-registro.
           05  recl-clientes-id        PIC X(7).
           05  recl-nivel              PIC 9.
               88  recl-sin-carta      VALUE 0.
               88  recl-recordatorio   VALUE 1.
               88  recl-requerimiento  VALUE 2.
               88  recl-aviso-final    VALUE 3.
           05  recl-fecha-carta        PIC 9(8).
           05  recl-adeudo-devuelto    PIC X.
               88  recl-devuelto       VALUE "S".
