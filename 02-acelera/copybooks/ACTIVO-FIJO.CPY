      ******************************************************************
      * Copybook: ACTIVO-FIJO
      * Purpose:  Layout del registro de activos fijos (estanterias,
      *           furgonetas, cajas, ordenadores), indexado por
      *           numero de activo.  Lo mantiene MANTENIMIENTO_ACTIVOS
      *           y lo amortiza cada mes AMORTIZACION_MENSUAL, que
      *           acumula aqui la amortizacion y el ultimo periodo
      *           amortizado para no amortizar dos veces el mismo mes.
      ******************************************************************
       01  activo-fijo-registro.
           05  act-id                  PIC 9(6).
           05  act-descripcion         PIC X(35).
      *    DEPARTAMENTO QUE USA EL ACTIVO (departamentos.dat)
           05  act-depto-id            PIC X(4).
           05  act-fecha-alta          PIC 9(8).
           05  act-costo               PIC 9(8)V99.
           05  act-vida-meses          PIC 9(3).
           05  act-valor-residual      PIC 9(8)V99.
      *    L = LINEAL SOBRE (COSTO - RESIDUAL) / VIDA;  D = DEGRESIVO
      *    A DOBLE TASA SOBRE EL VALOR NETO, SIN BAJAR DEL RESIDUAL
           05  act-metodo              PIC X.
               88  act-metodo-lineal       VALUE "L".
               88  act-metodo-degresivo    VALUE "D".
      *    CUENTA DEL INMOVILIZADO EN EL PLAN (2160 MOBILIARIO,
      *    2170 EQUIPOS INFORMATICOS, 2180 ELEMENTOS DE TRANSPORTE)
           05  act-cuenta-activo       PIC X(4).
           05  act-amort-acumulada     PIC 9(8)V99.
      *    ULTIMO MES AMORTIZADO (AAAAMM); 0 = NUNCA AMORTIZADO
           05  act-ultimo-periodo      PIC 9(6).
           05  act-estado              PIC X.
               88  act-en-uso          VALUE "A".
               88  act-dado-de-baja    VALUE "B".
      *    BAJA: FECHA, IMPORTE COBRADO Y RESULTADO (+ BENEFICIO,
      *    - PERDIDA) FRENTE AL VALOR NETO CONTABLE A ESA FECHA
           05  act-fecha-baja          PIC 9(8).
           05  act-importe-baja        PIC 9(8)V99.
           05  act-resultado-baja      PIC S9(8)V99.
