      ******************************************************************
      * Copybook: PRESUPUESTO-CONTABLE
      * Purpose:  Layout del presupuesto anual por cuenta y
      *           departamento (presupuesto-contable.dat), indexado
      *           por anio + cuenta + departamento, con los doce
      *           importes mensuales.  Departamento en blanco =
      *           presupuesto de la cuenta para todo lo que no tenga
      *           presupuesto propio por departamento.  Los importes
      *           van en el signo natural de la cuenta (ingresos y
      *           gastos en positivo).  Lo llenan
      *           MANTENIMIENTO_PRESUPUESTO y CARGAR_PRESUPUESTO_CSV y
      *           lo compara con el diario PRESUPUESTO_VS_REAL.
      ******************************************************************
       01  presupuesto-contable-registro.
           05  ppto-clave.
               10  ppto-anio           PIC 9(4).
               10  ppto-cuenta         PIC X(4).
               10  ppto-depto-id       PIC X(4).
           05  ppto-importe-mes        PIC S9(9)V99 OCCURS 12 TIMES.
      *    ULTIMO CAMBIO: P = PANTALLA, C = CARGA CSV
           05  ppto-origen             PIC X.
           05  ppto-fecha-cambio       PIC 9(8).
