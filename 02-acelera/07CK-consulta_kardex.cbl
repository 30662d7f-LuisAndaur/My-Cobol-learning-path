      *          producto entre dos fechas: fecha, tipo E/S, cantidad
      *          y saldo resultante tras cada movimiento.  Es la
      *          primera pregunta cuando una cifra de stock parece
      *          mal.  La lectura arranca de la foto de stock de
      *          cierre de mes anterior a la fecha desde (subrutina
      *          LECTOR-KARDEX), cuyo saldo se muestra como saldo
      *          inicial, en vez de recorrer el kardex desde el
      *          primer apunte.
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

       DATA DIVISION.
       FILE SECTION.
      *FOTOS DE STOCK
       FD fotos-stock.
           COPY "FOTO-STOCK-MENSUAL.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-fotos                PIC X(02) VALUE "00".
       77  saldo-inicial               PIC -(6)9.
       77  que-producto                PIC 9(6) VALUE 0.
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 99999999.
       77  total-listados              PIC 9(6) VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE LECTURA DEL KARDEX
       77  lector-operacion            PIC X VALUE "A".
       77  lector-periodo-foto         PIC 9(6) VALUE 0.
       77  lector-resultado            PIC X VALUE "S".
           COPY "KARDEX-REGISTRO.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               MOVE 99999999 TO fecha-hasta
           END-IF.

           MOVE "A" TO lector-operacion.
           CALL "LECTOR-KARDEX" USING lector-operacion fecha-desde
               lector-periodo-foto kardex-registro lector-resultado.

           IF lector-periodo-foto NOT = 0
               PERFORM MOSTRAR-SALDO-INICIAL
           END-IF.

           DISPLAY "FECHA     TIPO  CANTIDAD  SALDO".

           MOVE "L" TO lector-operacion.
           PERFORM LEER-KARDEX
           UNTIL si-no = "N".

           MOVE "C" TO lector-operacion.
           CALL "LECTOR-KARDEX" USING lector-operacion fecha-desde
               lector-periodo-foto kardex-registro lector-resultado.

           DISPLAY "Movimientos listados: " total-listados.
           GOBACK.

      *    EL SALDO DE PARTIDA ES EL DEL PRODUCTO EN LA FOTO DE
      *    CIERRE DE MES DE LA QUE ARRANCA LA LECTURA
       MOSTRAR-SALDO-INICIAL.
           OPEN INPUT fotos-stock.
           IF estado-fotos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE lector-periodo-foto TO fsm-periodo.
           MOVE que-producto TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           READ fotos-stock
               INVALID KEY
                   DISPLAY "Sin saldo en la foto de cierre de "
                       lector-periodo-foto
               NOT INVALID KEY
                   MOVE fsm-cantidad TO saldo-inicial
                   DISPLAY "Saldo al cierre de " lector-periodo-foto
                       ": " saldo-inicial
           END-READ.

           CLOSE fotos-stock.

       LEER-KARDEX.
           CALL "LECTOR-KARDEX" USING lector-operacion fecha-desde
               lector-periodo-foto kardex-registro lector-resultado.
           IF lector-resultado = "N"
               MOVE "N" TO si-no
           ELSE
               PERFORM FILTRAR-Y-MOSTRAR
           END-IF.

       FILTRAR-Y-MOSTRAR.
           IF kdx-producto-id = que-producto
           AND kdx-fecha >= fecha-desde
