      ******************************************************************
      * Copybook: RAPPEL-LIQUIDACION
      * Purpose:  Layout de los abonos por rappel
      *           (rappels-liquidaciones.dat), uno por cliente y
      *           ejercicio liquidado.  Los emite LIQUIDACION_RAPPELS
      *           en EUR sobre el volumen neto del ano; el IVA y el
      *           recargo devuelven la misma proporcion del IVA y del
      *           recargo que el cliente pago en el ano, de modo que
      *           cada tipo se revierte en su medida.  Entra a cartera
      *           como pago y el posteo lo asienta contra rappels
      *           sobre ventas.
      ******************************************************************
       01  rappel-liquidacion-registro.
           05  rli-numero              PIC 9(6).
           05  rli-clientes-id         PIC X(7).
           05  rli-ejercicio           PIC 9(4).
           05  rli-fecha               PIC 9(8).
           05  rli-volumen             PIC 9(9)V99.
           05  rli-porcentaje          PIC 9(2)V99.
           05  rli-base                PIC 9(8)V99.
           05  rli-impuesto            PIC 9(8)V99.
           05  rli-recargo             PIC 9(8)V99.
           05  rli-total               PIC 9(8)V99.
