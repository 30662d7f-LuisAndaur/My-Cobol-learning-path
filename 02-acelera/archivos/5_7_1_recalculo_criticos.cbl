      *          con las cifras de demanda; la aplicacion exige
      *          supervisor firmado y deja por cada producto tocado
      *          la imagen antes/despues en producto-auditoria.dat,
      *          como el mantenimiento de productos.  El kardex se
      *          lee desde la foto de stock de cierre de mes anterior
      *          al inicio de la ventana (subrutina LECTOR-KARDEX),
      *          no desde el primer apunte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-prpr                 PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  meses-historia              PIC 9(2) VALUE 6.
       77  dias-historia               PIC 9(4) VALUE 0.
       77  fecha-desde-num             PIC 9(8) VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE LECTURA DEL KARDEX
       77  lector-operacion            PIC X VALUE "A".
       77  lector-fecha-desde          PIC 9(8) VALUE 0.
       77  lector-periodo-foto         PIC 9(6) VALUE 0.
       77  lector-resultado            PIC X VALUE "S".
           COPY "KARDEX-REGISTRO.CPY".
       77  ix-pro                      PIC 9(3) VALUE 0.
       77  prod-ubicado                PIC X VALUE "N".
       77  demanda-diaria              PIC 9(5)V99 VALUE 0.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           COMPUTE lector-fecha-desde =
               FUNCTION DATE-OF-INTEGER(fecha-desde-num).
           MOVE "A" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.

           MOVE "L" TO lector-operacion.
           PERFORM MEDIR-DEMANDA
           UNTIL si-no = "N".

           MOVE "C" TO lector-operacion.
           PERFORM LLAMAR-LECTOR-KARDEX.

           IF total-prods = 0
               DISPLAY "Sin salidas en la ventana, nada que sugerir"
               PERFORM FINALIZA-PROGRAMA
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN I-O producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           IF estado-prpr = "00"
               CLOSE producto-proveedor
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       LLAMAR-LECTOR-KARDEX.
           CALL "LECTOR-KARDEX" USING lector-operacion
               lector-fecha-desde lector-periodo-foto kardex-registro
               lector-resultado.

       MEDIR-DEMANDA.
           PERFORM LLAMAR-LECTOR-KARDEX.
           IF lector-resultado = "N"
               MOVE "N" TO si-no
           ELSE
               IF kdx-salida
               AND FUNCTION INTEGER-OF-DATE(kdx-fecha)
                   >= fecha-desde-num
                   PERFORM ACUMULAR-SALIDA
               END-IF
           END-IF.

       ACUMULAR-SALIDA.
           MOVE "N" TO prod-ubicado.
           MOVE producto-caducidad TO paud-ant-caducidad.
           MOVE producto-critico   TO paud-ant-critico.
           MOVE producto-registrado-por TO paud-ant-registrado.
           MOVE producto-estado    TO paud-ant-estado.
           MOVE producto-estado-fecha TO paud-ant-estado-fecha.
           MOVE producto-familia TO paud-ant-familia.
           MOVE producto-costo TO paud-ant-costo.

           MOVE critico-sugerido TO producto-critico.

           MOVE producto-caducidad TO paud-nue-caducidad.
           MOVE producto-critico   TO paud-nue-critico.
           MOVE producto-registrado-por TO paud-nue-registrado.
           MOVE producto-estado    TO paud-nue-estado.
           MOVE producto-estado-fecha TO paud-nue-estado-fecha.
           MOVE producto-familia TO paud-nue-familia.
           MOVE producto-costo TO paud-nue-costo.

           REWRITE producto-registro
               INVALID KEY
