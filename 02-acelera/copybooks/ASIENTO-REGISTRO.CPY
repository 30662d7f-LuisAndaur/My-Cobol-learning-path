      *           asiento.  Cada asiento que graba el posteo cuadra
      *           (suma debe = suma haber) y lleva el origen
      *           (VENTAS, COBROS, NOMINA, MERMAS...) y la
      *           referencia del documento que lo genero.  Cada
      *           linea lleva ademas el departamento (centro de
      *           costo, de departamentos.dat) al que se imputa;
      *           en blanco si el apunte no es de ninguno.
      ******************************************************************
       01  asiento-registro.
           05  asi-numero              PIC 9(6).
           05  asi-haber               PIC 9(8)V99.
           05  asi-origen              PIC X(10).
           05  asi-referencia          PIC X(10).
           05  asi-depto-id            PIC X(4).
