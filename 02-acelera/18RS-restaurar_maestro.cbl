       FILE SECTION.
      *RESPALDO
       FD respaldo-archivo.
       01  respaldo-registro           PIC X(250).
       01  respaldo-cola REDEFINES respaldo-registro.
           05  cola-marca              PIC X(9).
           05  cola-registros          PIC 9(9).
           05  cola-total-control      PIC 9(15).
           05  FILLER                  PIC X(217).

      *ARCHIVO LOGICO
       FD empleados-archivo.
                       END-WRITE
                   END-IF
               WHEN "C"
                   MOVE respaldo-registro(1:147)
                       TO clientes-registro
                   ADD clientes-limite-credito TO total-recalculado
                   IF modo-restaurar = "R"
                       END-WRITE
                   END-IF
               WHEN "P"
                   MOVE respaldo-registro(1:114)
                       TO producto-registro
                   ADD producto-stock TO total-recalculado
                   IF modo-restaurar = "R"
