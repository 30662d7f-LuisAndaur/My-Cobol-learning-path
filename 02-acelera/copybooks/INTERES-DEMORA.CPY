      ******************************************************************
      * Copybook: INTERES-DEMORA
      * Purpose:  Layout del registro de intereses de demora
      *           liquidados, indexado por cliente + referencia y
      *           fecha del cargo de cartera.  INTERESES_DEMORA
      *           guarda aqui hasta que fecha quedo liquidado cada
      *           cargo vencido, para que la corrida del mes
      *           siguiente cobre solo los dias nuevos y nunca dos
      *           veces el mismo tramo.
      ******************************************************************
       01  interes-demora-registro.
           05  intd-clave.
               10  intd-clientes-id    PIC X(7).
               10  intd-referencia     PIC X(10).
               10  intd-fecha-cargo    PIC 9(8).
           05  intd-liquidado-hasta    PIC 9(8).
           05  intd-ultima-factura     PIC 9(6).
           05  intd-interes-acumulado  PIC 9(8)V99.
