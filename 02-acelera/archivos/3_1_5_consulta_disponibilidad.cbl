      *          el disponible real para prometer: stock menos
      *          reservas menos backorders.  Es la pantalla que el
      *          mostrador consulta antes de prometer unidades por
      *          telefono.  Lo que esta en la ubicacion de cuarentena
      *          (CUA) espera inspeccion: se muestra aparte y no
      *          cuenta como disponible.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  leyendo-backorders          PIC X VALUE "S".
       77  reservado-producto          PIC 9(8) VALUE 0.
       77  backorder-producto          PIC 9(8) VALUE 0.
       77  cuarentena-producto         PIC 9(8) VALUE 0.
       77  disponible-producto         PIC S9(8) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SUMAR-BACKORDERS.

           COMPUTE disponible-producto = producto-stock
               - reservado-producto - backorder-producto
               - cuarentena-producto.

           DISPLAY "En cuarentena.........: " cuarentena-producto.
           DISPLAY "Reservado a pedidos...: " reservado-producto.
           DISPLAY "En cola de backorder..: " backorder-producto.
           DISPLAY "DISPONIBLE A PROMETER.: " disponible-producto.
           PERFORM REINICIAR.

       DESGLOSAR-POR-UBICACION.
           MOVE 0 TO cuarentena-producto.

           IF estado-stock-ubi NOT = "00"
               EXIT PARAGRAPH
           END-IF.
                   ELSE
                       DISPLAY "  Ubicacion " su-ubi-id ": "
                           su-stock
                       IF su-ubi-id = "CUA"
                           MOVE su-stock TO cuarentena-producto
                       END-IF
                   END-IF
           END-READ.

