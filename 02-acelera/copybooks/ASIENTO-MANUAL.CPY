      ******************************************************************
      * Copybook: ASIENTO-MANUAL
      * Purpose:  Layout de los asientos manuales (ajustes,
      *           periodificaciones, reclasificaciones) indexados por
      *           numero.  Los captura el contable con sus lineas ya
      *           cuadradas, quedan pendientes y solo llegan al diario
      *           cuando otro supervisor los aprueba (quien captura
      *           no aprueba lo suyo).  Un asiento de reversion
      *           genera al aprobarse su asiento espejo el dia 1 del
      *           mes siguiente.
      ******************************************************************
       01  asiento-manual-registro.
           05  am-numero               PIC 9(6).
           05  am-fecha                PIC 9(8).
           05  am-concepto             PIC X(30).
           05  am-capturado-por        PIC X(7).
           05  am-fecha-captura        PIC 9(8).
           05  am-estado               PIC X.
               88  am-pendiente        VALUE "P".
               88  am-aprobado         VALUE "A".
               88  am-rechazado        VALUE "R".
           05  am-resuelto-por         PIC X(7).
           05  am-fecha-resolucion     PIC 9(8).
      *    S = AL APROBARSE SE GENERA EL ESPEJO EL 1 DEL MES SIGUIENTE
           05  am-reversion            PIC X.
               88  am-con-reversion    VALUE "S".
      *    NUMEROS DE ASIENTO EN diario-contable.dat (0 = SIN ASENTAR)
           05  am-asiento              PIC 9(6).
           05  am-asiento-reversion    PIC 9(6).
           05  am-total-lineas         PIC 9(2).
           05  am-linea OCCURS 20 TIMES.
               10  am-cuenta           PIC X(4).
               10  am-debe             PIC 9(8)V99.
               10  am-haber            PIC 9(8)V99.
      *        CENTRO DE COSTO DE LA LINEA (EN BLANCO = NINGUNO)
               10  am-depto-id         PIC X(4).
