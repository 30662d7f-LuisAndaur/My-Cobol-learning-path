           05  rctl-fecha-hora         PIC X(21).

      *RESPALDO: IMAGEN DEL REGISTRO O COLA DE CONTROL, SIEMPRE
      *EN REGISTROS DE 250 POSICIONES
       FD respaldo-archivo.
       01  respaldo-registro           PIC X(250).
       01  respaldo-cola REDEFINES respaldo-registro.
           05  cola-marca              PIC X(9).
           05  cola-registros          PIC 9(9).
           05  cola-total-control      PIC 9(15).
           05  FILLER                  PIC X(217).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
