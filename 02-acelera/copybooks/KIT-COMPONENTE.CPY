      ******************************************************************
      * Copybook: KIT-COMPONENTE
      * Purpose:  Layout de la lista de materiales de los kits,
      *           indexada por kit + componente.  Un producto es kit
      *           cuando tiene lineas aqui: cada una dice cuantas
      *           unidades del componente lleva un kit.  Los
      *           componentes son articulos sueltos del catalogo (un
      *           kit no lleva otro kit).  La venta del kit toma
      *           primero el stock de kits ya armados y el resto lo
      *           explota a sus componentes.
      ******************************************************************
       01  kit-registro.
           05  kit-clave.
               10  kit-producto-id     PIC 9(6).
               10  kit-componente-id   PIC 9(6).
           05  kit-cantidad            PIC 9(4).
