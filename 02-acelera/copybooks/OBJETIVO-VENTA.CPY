      ******************************************************************
      * Copybook: OBJETIVO-VENTA
      * Purpose:  Layout de los objetivos mensuales de venta por
      *           vendedor (objetivos-venta.dat), indexados por
      *           empleados-id + ano + mes + familia de producto.  La
      *           familia en espacios es el objetivo global del mes;
      *           si el vendedor solo tiene objetivos por familia, su
      *           objetivo del mes es la suma de ellos.  El importe
      *           es venta neta sin IVA en EUR.  Lo mantiene
      *           MANTENIMIENTO_OBJETIVOS y lo consume el reporte
      *           mensual REPORTE_OBJETIVOS.
      ******************************************************************
       01  objetivo-venta-registro.
           05  obj-clave.
               10  obj-empleados-id    PIC X(7).
               10  obj-anio            PIC 9(4).
               10  obj-mes             PIC 9(2).
               10  obj-familia         PIC X(4).
           05  obj-importe             PIC 9(9)V99.
