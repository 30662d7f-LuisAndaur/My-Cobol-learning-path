               AT END
                   MOVE "N" TO si-no
               NOT AT END
      *            EL CASTIGO DE UN INCOBRABLE, LA RECTIFICATIVA DE
      *            ABONO Y EL ABONO POR RAPPEL NO PASAN POR EL BANCO
                   IF cart-pago
                   AND cart-referencia(1:3) NOT = "WOF"
                   AND cart-referencia(1:4) NOT = "RCT "
                   AND cart-referencia(1:4) NOT = "RAP "
                       IF total-libro >= 1500
                           DISPLAY "Tabla de libro desbordada"
                       ELSE
