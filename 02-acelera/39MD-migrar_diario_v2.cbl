      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del diario contable al formato con
      *          departamento por linea (el registro crecio de 61 a
      *          65 bytes y el diario viejo se desencuadraria con el
      *          layout nuevo).  Se renombra antes el archivo vivo a
      *          diario-contable-v1.dat; este programa lo lee con el
      *          layout viejo y regraba diario-contable.dat con el
      *          departamento en blanco: lo asentado hasta hoy no se
      *          imputo a ningun centro de costo.  Mismo esquema
      *          origen/destino que las demas conversiones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_DIARIO_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIARIO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT diario-origen
       ASSIGN TO "diario-contable-v1.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *DIARIO EN FORMATO NUEVO (DESTINO)
       SELECT diario-destino
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT VIEJO DE 61 BYTES, SIN DEPARTAMENTO
       FD diario-origen.
       01  asiento-registro-v1.
           05  asi-numero-v1           PIC 9(6).
           05  asi-linea-v1            PIC 9(3).
           05  asi-fecha-v1            PIC 9(8).
           05  asi-cuenta-v1           PIC X(4).
           05  asi-debe-v1             PIC 9(8)V99.
           05  asi-haber-v1            PIC 9(8)V99.
           05  asi-origen-v1           PIC X(10).
           05  asi-referencia-v1       PIC X(10).

      *DESTINO: LAYOUT VIGENTE
       FD diario-destino.
           COPY "ASIENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT diario-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir diario-contable-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo viejo a "
                   "diario-contable-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT diario-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE diario-origen.
           CLOSE diario-destino.

           DISPLAY "Lineas leidas..: " total-leidos.
           DISPLAY "Lineas migradas: " total-migrados.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ diario-origen
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-origen NOT = "00"
                       DISPLAY "Error leyendo el origen, estado: "
                           estado-origen
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-leidos
                       PERFORM GRABAR-EN-DESTINO
                   END-IF
           END-READ.

      *    LO ASENTADO ANTES DE LOS CENTROS DE COSTO QUEDA SIN
      *    DEPARTAMENTO
       GRABAR-EN-DESTINO.
           MOVE SPACES TO asiento-registro.
           MOVE asi-numero-v1 TO asi-numero.
           MOVE asi-linea-v1 TO asi-linea.
           MOVE asi-fecha-v1 TO asi-fecha.
           MOVE asi-cuenta-v1 TO asi-cuenta.
           MOVE asi-debe-v1 TO asi-debe.
           MOVE asi-haber-v1 TO asi-haber.
           MOVE asi-origen-v1 TO asi-origen.
           MOVE asi-referencia-v1 TO asi-referencia.
           MOVE SPACES TO asi-depto-id.

           WRITE asiento-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_DIARIO_V2".
