      ******************************************************************
      * Copybook: TIPO-RECARGO
      * Purpose:  Layout de la tabla de tipos del recargo de
      *           equivalencia con vigencias, indexada por codigo de
      *           IVA + fecha de entrada en vigor.  Cada codigo de
      *           IVA del producto (GE/RE/SR) tiene su recargo; como
      *           en tipos-iva.dat, un cambio de tipo es un alta con
      *           la nueva vigencia y la facturacion toma el recargo
      *           en vigor a la fecha del documento.
      ******************************************************************
       01  tipo-recargo-registro.
           05  rec-clave.
               10  rec-codigo          PIC X(2).
               10  rec-vigencia        PIC 9(8).
           05  rec-porcentaje          PIC 9(2)V99.
