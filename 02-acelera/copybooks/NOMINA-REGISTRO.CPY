      * Purpose:  Layout del maestro de nomina, indexado por
      *           nomina-empleados-id (mismo ID que empleados-i.dat).
      *           Lo mantiene MANTENIMIENTO_NOMINA y lo consume la
      *           corrida mensual CALCULO_NOMINA, que paga
      *           tambien las pagas extraordinarias del convenio.
      ******************************************************************
       01  nomina-registro.
           05  nomina-empleados-id     PIC X(7).
      *    EL PAGO HASTA ENTONCES
           05  nomina-cuenta-estado    PIC X.
               88  nomina-cuenta-fallida VALUE "F".
      *    PAGAS EXTRAORDINARIAS DEL CONVENIO: 0, 1 (DICIEMBRE, CON
      *    DEVENGO ANUAL) O 2 (JUNIO Y DICIEMBRE, CON DEVENGO
      *    SEMESTRAL).  S = PRORRATEADAS: EN VEZ DE COBRARLAS EN SU
      *    MES SE COBRA CADA MES LA DOCEAVA PARTE DE CADA UNA
           05  nomina-pagas-extra      PIC 9.
           05  nomina-extra-prorrateo  PIC X.
               88  nomina-extra-prorrateada VALUE "S".
      *    FECHA DE INCORPORACION A NOMINA (AAAAMMDD), RECORTA EL
      *    DEVENGO DE LA PAGA EXTRA; 0 = ANTERIOR AL DEVENGO
           05  nomina-fecha-alta       PIC 9(8).
