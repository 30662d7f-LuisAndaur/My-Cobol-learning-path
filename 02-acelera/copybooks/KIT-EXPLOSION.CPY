      ******************************************************************
      * Copybook: KIT-EXPLOSION
      * Purpose:  Area de intercambio con SERVICIOS-KIT.  El llamador
      *           deja el producto en kex-producto y recibe si es kit
      *           y, en ese caso, sus componentes con la cantidad que
      *           lleva cada kit.
      ******************************************************************
       01  kit-explosion.
           05  kex-producto            PIC 9(6).
           05  kex-resultado           PIC X.
               88  kex-es-kit              VALUE "S".
               88  kex-no-es-kit           VALUE "N".
           05  kex-total               PIC 9(2).
           05  kex-linea OCCURS 20 TIMES.
               10  kex-componente-id   PIC 9(6).
               10  kex-cantidad        PIC 9(4).
