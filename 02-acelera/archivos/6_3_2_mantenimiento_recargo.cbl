      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la tabla de tipos del recargo de
      *          equivalencia (tipos-recargo.dat): alta de tipos por
      *          codigo de IVA con su fecha de entrada en vigor y
      *          listado de la historia.  Mismo criterio que
      *          MANTENIMIENTO_IVA: un cambio de tipo NO modifica
      *          registros, se da de alta el mismo codigo con la
      *          nueva vigencia y la facturacion lo toma sola a
      *          partir de esa fecha.  La fecha de vigencia se valida
      *          con SERVICIOS-FECHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_RECARGO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *TABLA DE TIPOS DE RECARGO EN MODO INDEXADO
       SELECT tipos-recargo
       ASSIGN TO "tipos-recargo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rec-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-recargo.

       DATA DIVISION.
       FILE SECTION.
      *TABLA DE TIPOS DE RECARGO
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-recargo                  PIC X VALUE SPACE.
       77  salir-menu-recargo              PIC X VALUE "N".
       77  estado-recargo                  PIC X(02) VALUE "00".
       77  leyendo-recargo                 PIC X VALUE "S".
       77  fecha-invalida              PIC X VALUE "S".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-RECARGO
           UNTIL salir-menu-recargo = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O tipos-recargo.
           IF estado-recargo = "35"
               OPEN OUTPUT tipos-recargo
               CLOSE tipos-recargo
               OPEN I-O tipos-recargo
           END-IF.
           IF estado-recargo NOT = "00"
               DISPLAY "No se pudo abrir tipos-recargo.dat, estado: "
                   estado-recargo
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE tipos-recargo.
           IF estado-recargo NOT = "00"
               DISPLAY "Error al cerrar tipos-recargo.dat, estado: "
                   estado-recargo
           END-IF.

       MOSTRAR-MENU-RECARGO.
           DISPLAY "===== RECARGO DE EQUIVALENCIA =====".
           DISPLAY "(A)lta de tipo con vigencia".
           DISPLAY "(L)istado de la historia".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-recargo.
           MOVE FUNCTION UPPER-CASE(opcion-recargo) TO opcion-recargo.

           EVALUATE opcion-recargo
               WHEN "A"
                   PERFORM ALTA-TIPO-RECARGO
               WHEN "L"
                   PERFORM LISTAR-TIPOS-RECARGO
               WHEN "S"
                   MOVE "S" TO salir-menu-recargo
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-TIPO-RECARGO.
           MOVE SPACES TO tipo-recargo-registro.

           DISPLAY "Codigo de IVA al que se aplica (GE/RE/SR): ".
           ACCEPT rec-codigo.
           MOVE FUNCTION UPPER-CASE(rec-codigo) TO rec-codigo.

           MOVE "S" TO fecha-invalida.
           PERFORM PEDIR-VIGENCIA-RECARGO
           UNTIL fecha-invalida = "N".

           DISPLAY "Porcentaje de recargo (ej 5,20): ".
           ACCEPT rec-porcentaje.

           WRITE tipo-recargo-registro
               INVALID KEY
                   DISPLAY "Ya existe esa vigencia: " rec-codigo
                       " " rec-vigencia
               NOT INVALID KEY
                   DISPLAY "Recargo grabado: " rec-codigo " al "
                       rec-porcentaje " % desde " rec-vigencia
           END-WRITE.

       PEDIR-VIGENCIA-RECARGO.
           DISPLAY "Fecha de entrada en vigor (AAAAMMDD): ".
           ACCEPT rec-vigencia.

           MOVE "V" TO sf-operacion.
           MOVE rec-vigencia TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado = "S"
               MOVE "N" TO fecha-invalida
           ELSE
               DISPLAY "Fecha invalida: " rec-vigencia
           END-IF.

       LISTAR-TIPOS-RECARGO.
           MOVE SPACES TO rec-clave.
           START tipos-recargo KEY IS NOT LESS THAN rec-clave
               INVALID KEY
                   DISPLAY "La tabla de recargos esta vacia"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-recargo.
           PERFORM LISTAR-UN-TIPO
           UNTIL leyendo-recargo = "N".

       LISTAR-UN-TIPO.
           READ tipos-recargo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-recargo
               NOT AT END
                   DISPLAY rec-codigo " desde " rec-vigencia " : "
                       rec-porcentaje " %"
           END-READ.

       END PROGRAM "MANTENIMIENTO_RECARGO".
