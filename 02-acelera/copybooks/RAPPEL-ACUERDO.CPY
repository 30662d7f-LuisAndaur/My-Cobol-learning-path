      ******************************************************************
      * Copybook: RAPPEL-ACUERDO
      * Purpose:  Layout de los acuerdos de rappel por volumen
      *           (rappels-acuerdos.dat), indexados por cliente.  Cada
      *           acuerdo lleva hasta cinco tramos de volumen anual
      *           neto en EUR (sin IVA) en orden creciente, con el
      *           porcentaje que se devuelve al alcanzarlos: el
      *           porcentaje del tramo mas alto alcanzado se aplica
      *           a todo el volumen del ano.  La liquidacion de fin de
      *           ano anota el ultimo ejercicio liquidado para no
      *           abonar dos veces el mismo ano.
      ******************************************************************
       01  rappel-acuerdo-registro.
           05  rpa-clientes-id         PIC X(7).
           05  rpa-tramos OCCURS 5 TIMES.
               10  rpa-umbral          PIC 9(9)V99.
               10  rpa-porcentaje      PIC 9(2)V99.
           05  rpa-ultimo-liquidado    PIC 9(4).
           05  rpa-estado              PIC X.
               88  rpa-vigente         VALUE "V".
               88  rpa-baja            VALUE "B".
