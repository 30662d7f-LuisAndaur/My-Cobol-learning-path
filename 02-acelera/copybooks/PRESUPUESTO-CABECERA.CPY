      *           avanza A (abierto) -> C (convertido en pedido, con
      *           el numero de pedido anotado); el abierto con la
      *           validez vencida sale en la lista de seguimiento de
      *           los vendedores.  El vendedor que cotiza pasa al
      *           pedido al convertir y su cartera abierta entra en
      *           el reporte de objetivos.
      ******************************************************************
       01  presupuesto-cabecera.
           05  pres-numero             PIC 9(6).
               88  pres-convertido     VALUE "C".
           05  pres-total-lineas       PIC 9(3).
           05  pres-pedido             PIC 9(6).
           05  pres-empleados-id       PIC X(7).
