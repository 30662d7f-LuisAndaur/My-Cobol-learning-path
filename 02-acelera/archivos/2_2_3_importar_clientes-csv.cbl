           COMPUTE clientes-limite-credito =
               FUNCTION NUMVAL(imp-limite).
           MOVE imp-estado TO clientes-estado.
           MOVE 0 TO clientes-interes-demora.
           MOVE "N" TO clientes-exento-interes.
           MOVE "N" TO clientes-recargo-equiv.
           MOVE "P" TO clientes-frecuencia-fac.
           MOVE "N" TO clientes-factura-electr.
           MOVE SPACES TO clientes-ruta.
           MOVE 0 TO clientes-orden-ruta.

           WRITE clientes-registro
               INVALID KEY
