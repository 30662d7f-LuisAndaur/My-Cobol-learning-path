      *          y mas de 365 dias parado (el que nunca vendio entra
      *          en la ultima), con el total de dinero congelado por
      *          banda y general.  Compras deja de reordenar lo que
      *          el kardex muestra que nadie compra.  La ultima
      *          salida hasta el ultimo cierre de mes sale de la foto
      *          de stock y solo se leen los apuntes posteriores
      *          (subrutina LECTOR-KARDEX).
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
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
               10  tsa-producto-id     PIC 9(6).
               10  tsa-ultima-salida   PIC 9(8).

      *    CAMPOS PARA LA SUBRUTINA DE LECTURA DEL KARDEX; SE PIDE
      *    DESDE LA ULTIMA FOTO DE CIERRE DE MES
       77  lector-operacion            PIC X VALUE "A".
       77  lector-fecha-desde          PIC 9(8) VALUE 99999999.
       77  lector-periodo-foto         PIC 9(6) VALUE 0.
       77  lector-resultado            PIC X VALUE "S".
           COPY "KARDEX-REGISTRO.CPY".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "A" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.
           IF lector-periodo-foto NOT = 0
               PERFORM CARGAR-FOTO-KARDEX
           END-IF.

           MOVE "L" TO lector-operacion.
           PERFORM CARGAR-ULTIMAS-SALIDAS
           UNTIL si-no = "N".

           MOVE "C" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.

           MOVE "S" TO si-no.
           PERFORM REVISAR-PRODUCTOS
           UNTIL si-no = "N".
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.

           MOVE "C" TO spool-operacion.
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       LLAMAR-LECTOR-KARDEX.
           CALL "LECTOR-KARDEX" USING lector-operacion
               lector-fecha-desde lector-periodo-foto kardex-registro
               lector-resultado.

      *    LA ULTIMA SALIDA HASTA LA FOTO LLEGA EN EL REGISTRO TOTAL
      *    DE CADA PRODUCTO
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

           PERFORM CARGAR-UNA-SALIDA
           UNTIL si-no = "N".

           CLOSE fotos-stock.
           MOVE "S" TO si-no.

       CARGAR-UNA-SALIDA.
           READ fotos-stock NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo NOT = lector-periodo-foto
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           IF fsm-ubi-id NOT = SPACES OR fsm-ultima-salida = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE fsm-producto-id TO kdx-producto-id.
           MOVE fsm-ultima-salida TO kdx-fecha.
           PERFORM ANOTAR-ULTIMA-SALIDA.

       CARGAR-ULTIMAS-SALIDAS.
           PERFORM LLAMAR-LECTOR-KARDEX.
           IF lector-resultado = "N"
               MOVE "N" TO si-no
           ELSE
               IF kdx-salida
                   PERFORM ANOTAR-ULTIMA-SALIDA
               END-IF
           END-IF.

       ANOTAR-ULTIMA-SALIDA.
           MOVE "N" TO prod-ubicado.
           MOVE 0 TO ix-pro.
