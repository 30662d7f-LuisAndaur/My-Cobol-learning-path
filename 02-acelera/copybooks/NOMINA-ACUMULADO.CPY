      *           mensual CALCULO_NOMINA, el recibo imprime la linea
      *           acumulada y de aqui salen el certificado anual del
      *           empleado y el resumen de la empresa sin volver a
      *           sumar doce archivos de recibos.  Cada ejercicio
      *           lleva ademas el desglose por mes del bruto y de cada
      *           deduccion (en la misma posicion que su codigo en
      *           acu-deducciones), del que sale la declaracion
      *           trimestral de retenciones; el finiquito suma en el
      *           mes de la baja.
      ******************************************************************
       01  nomina-acumulado-registro.
           05  acu-clave.
               10  acu-ded-codigo      PIC X(3).
               10  acu-ded-importe     PIC 9(8)V99.
           05  acu-neto                PIC 9(8)V99.
           05  acu-meses OCCURS 12 TIMES.
               10  acu-mes-bruto       PIC 9(7)V99.
               10  acu-mes-ded-importe PIC 9(7)V99
                                       OCCURS 3 TIMES.
