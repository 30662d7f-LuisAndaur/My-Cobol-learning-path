      ******************************************************************
      * Copybook: FAMILIA-REGISTRO
      * Purpose:  Layout del maestro de familias comerciales
      *           (familias.dat), indexado por fam-codigo.  Dos
      *           niveles: una familia de primer nivel lleva fam-padre
      *           en espacios; una subfamilia lleva en fam-padre el
      *           codigo de su familia, que a su vez es de primer
      *           nivel.  El articulo apunta con producto-familia a
      *           una familia o a una subfamilia.  Lo mantiene
      *           MANTENIMIENTO_FAMILIAS.
      ******************************************************************
       01  familia-registro.
           05  fam-codigo              PIC X(4).
           05  fam-descript            PIC X(30).
           05  fam-padre               PIC X(4).
           05  fam-estado              PIC 9 VALUE 1.
               88  fam-activa          VALUE 1.
               88  fam-inactiva        VALUE 2.
