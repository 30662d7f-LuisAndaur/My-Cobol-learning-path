      ******************************************************************
      * Copybook: FINIQUITO-REGISTRO
      * Purpose:  Layout de los finiquitos liquidados, indexados por
      *           empleado (un finiquito por empleado).  Lo graba
      *           FINIQUITO_EMPLEADO al liquidar la salida con cada
      *           componente calculado; la baja permanente avisa si
      *           falta, y la corrida mensual de nomina deja de pagar
      *           a quien ya tiene su finiquito.
      ******************************************************************
       01  finiquito-registro.
           05  fin-empleados-id        PIC X(7).
           05  fin-fecha-baja          PIC 9(8).
           05  fin-fecha-calculo       PIC 9(8).
      *    SALARIO DE LOS DIAS TRABAJADOS DEL ULTIMO MES (0 SI LA
      *    CORRIDA DE NOMINA YA PAGO ESE MES) Y SU PRORRATA DE
      *    PAGAS EXTRA CUANDO LAS TIENE PRORRATEADAS
           05  fin-dias-mes            PIC 9(2).
           05  fin-importe-dias        PIC 9(6)V99.
           05  fin-importe-prorrata    PIC 9(6)V99.
      *    VACACIONES DEVENGADAS Y NO DISFRUTADAS
           05  fin-dias-vacaciones     PIC 9(3).
           05  fin-importe-vacaciones  PIC 9(6)V99.
      *    PARTE DEVENGADA Y NO COBRADA DE LA PAGA EXTRA EN CURSO
           05  fin-dias-extra          PIC 9(3).
           05  fin-importe-extra       PIC 9(6)V99.
           05  fin-bruto               PIC 9(6)V99.
           05  fin-deducciones         PIC 9(6)V99.
      *    SALDO DE PRESTAMO RECUPERADO Y EL QUE QUEDO SIN CUBRIR
           05  fin-prestamo            PIC 9(6)V99.
           05  fin-prestamo-pendiente  PIC 9(6)V99.
           05  fin-neto                PIC 9(6)V99.
           05  fin-usuario             PIC X(7).
