      ******************************************************************
      * Copybook: NOMINA-HISTORICO
      * Purpose:  Layout del historico de nomina pagada, indexado por
      *           empleado + periodo AAAAMM.  La corrida mensual
      *           CALCULO_NOMINA graba un registro por empleado pagado
      *           con el salario base, la tarifa de hora extra y las
      *           bases de calculo del mes (horas extra, faltas, paga
      *           extra y prorrata).  Cuando un cambio de salario con
      *           fecha efectiva en un mes ya pagado aparece en
      *           salarios-historia.dat, la corrida siguiente
      *           recalcula esos meses contra este historico, paga
      *           la diferencia como atrasos y regraba el mes con el
      *           salario corregido para no pagarla dos veces.
      ******************************************************************
       01  nomina-historico-registro.
           05  nh-clave.
               10  nh-empleados-id     PIC X(7).
               10  nh-periodo          PIC 9(6).
      *    SALARIO Y TARIFA CON QUE QUEDO PAGADO EL MES (LOS
      *    CORREGIDOS SI YA SE LIQUIDARON ATRASOS SOBRE EL)
           05  nh-salario-base         PIC 9(6)V99.
           05  nh-tarifa-extra         PIC 9(3)V99.
      *    BASES DEL MES PARA RECALCULAR LA DIFERENCIA
           05  nh-horas-extra          PIC 9(4)V99.
           05  nh-dias-falta           PIC 9(3).
           05  nh-dias-estandar        PIC 9(2).
      *    PAGA EXTRA DEL MES: DIAS DEVENGADOS SOBRE DIAS DEL
      *    PERIODO (0 = NO HUBO); PAGAS PRORRATEADAS (0 = NINGUNA)
           05  nh-dias-devengados      PIC 9(3).
           05  nh-dias-periodo-extra   PIC 9(3).
           05  nh-pagas-prorrata       PIC 9.
           05  nh-bruto                PIC 9(6)V99.
      *    ATRASOS DE MESES ANTERIORES PAGADOS EN ESTE MES
           05  nh-atrasos              PIC 9(6)V99.
           05  nh-fecha-pago           PIC 9(8).
