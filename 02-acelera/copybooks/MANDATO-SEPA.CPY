      ******************************************************************
      * Copybook: MANDATO-SEPA
      * Purpose:  Layout del maestro de mandatos de adeudo directo
      *           SEPA, indexado por clientes-id (un mandato vigente
      *           por cliente).  Lo mantiene MANTENIMIENTO_MANDATOS y
      *           lo consume la remesa de adeudos: solo se domicilian
      *           los cargos de clientes con mandato activo.
      ******************************************************************
       01  mandato-registro.
           05  man-clientes-id         PIC X(7).
      *    REFERENCIA UNICA DEL MANDATO FIRMADO POR EL DEUDOR
           05  man-referencia          PIC X(35).
           05  man-iban                PIC X(34).
           05  man-fecha-firma         PIC 9(8).
           05  man-estado              PIC X VALUE "A".
               88  man-activo          VALUE "A".
               88  man-cancelado       VALUE "B".
      *    FECHA DEL ULTIMO ADEUDO PRESENTADO; EN CERO EL PROXIMO
      *    SALE COMO PRIMERO DE LA SERIE (FRST), LUEGO RECURRENTE
           05  man-ultimo-cobro        PIC 9(8).
