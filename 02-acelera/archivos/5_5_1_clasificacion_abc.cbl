      *          mensual), el 15 siguiente clase B (trimestral) y el
      *          resto clase C (anual).  Graba o refresca el plan de
      *          conteo ciclico conservando la fecha del ultimo
      *          conteo de cada producto.  El valor movido hasta el
      *          ultimo cierre de mes sale de la foto de stock (el
      *          acumulado del kardex ya archivado) y solo se leen
      *          los apuntes posteriores (subrutina LECTOR-KARDEX).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *FOTOS DE STOCK DE CIERRE DE MES, SOLO LECTURA
       SELECT fotos-stock
       ASSIGN TO "fotos-stock.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fsm-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-fotos.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic

       DATA DIVISION.
       FILE SECTION.
      *FOTOS DE STOCK
       FD fotos-stock.
           COPY "FOTO-STOCK-MENSUAL.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-fotos                PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-conteo               PIC X(02) VALUE "00".
       77  valor-apunte                PIC 9(12)V99 VALUE 0.
       77  conteo-nuevo                PIC X VALUE "N".
       77  total-clasificados          PIC 9(4) VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE LECTURA DEL KARDEX; SE PIDE
      *    DESDE LA ULTIMA FOTO DE CIERRE DE MES
       77  lector-operacion            PIC X VALUE "A".
       77  lector-fecha-desde          PIC 9(8) VALUE 99999999.
       77  lector-periodo-foto         PIC 9(6) VALUE 0.
       77  lector-resultado            PIC X VALUE "S".
           COPY "KARDEX-REGISTRO.CPY".

       77  total-prods                 PIC 9(3) VALUE 0.
       01  tabla-productos.
           05  entrada-pro OCCURS 500 TIMES.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "A" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.
           IF lector-periodo-foto NOT = 0
               PERFORM CARGAR-FOTO-KARDEX
           END-IF.

           MOVE "L" TO lector-operacion.
           PERFORM ACUMULAR-KARDEX
           UNTIL si-no = "N".

           MOVE "C" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.

           IF total-prods = 0
               DISPLAY "Kardex sin movimientos, nada que clasificar"
               PERFORM FINALIZA-PROGRAMA
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE conteo-ciclico.

       LLAMAR-LECTOR-KARDEX.
           CALL "LECTOR-KARDEX" USING lector-operacion
               lector-fecha-desde lector-periodo-foto kardex-registro
               lector-resultado.

      *    EL VALOR MOVIDO HASTA LA FOTO LLEGA ACUMULADO EN EL
      *    REGISTRO TOTAL DE CADA PRODUCTO
       CARGAR-FOTO-KARDEX.
           OPEN INPUT fotos-stock.
           IF estado-fotos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE lector-periodo-foto TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   MOVE "N" TO si-no
           END-START.

           PERFORM CARGAR-UN-ACUMULADO
           UNTIL si-no = "N".

           CLOSE fotos-stock.
           MOVE "S" TO si-no.

       CARGAR-UN-ACUMULADO.
           READ fotos-stock NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo NOT = lector-periodo-foto
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           IF fsm-ubi-id NOT = SPACES OR fsm-valor-movido = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE fsm-producto-id TO kdx-producto-id.
           MOVE fsm-valor-movido TO valor-apunte.
           PERFORM ACUMULAR-EN-TABLA.

       ACUMULAR-KARDEX.
           PERFORM LLAMAR-LECTOR-KARDEX.
           IF lector-resultado = "N"
               MOVE "N" TO si-no
           ELSE
               PERFORM VALORAR-APUNTE
           END-IF.

       VALORAR-APUNTE.
           MOVE kdx-costo TO costo-apunte.

           END-IF.

           COMPUTE valor-apunte = kdx-cantidad * costo-apunte.
           PERFORM ACUMULAR-EN-TABLA.

       ACUMULAR-EN-TABLA.
           ADD valor-apunte TO valor-total.

           MOVE "N" TO prod-ubicado.
