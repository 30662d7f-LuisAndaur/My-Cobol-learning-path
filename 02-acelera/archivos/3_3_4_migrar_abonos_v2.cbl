      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del registro de abonos al formato
      *          con recargo de equivalencia (el registro crecio de
      *          81 a 91 bytes y el formato viejo ya no puede leerse
      *          con el copybook nuevo).  Se renombra antes el
      *          archivo vivo a abonos-v1.dat; este programa lo lee
      *          con el layout viejo, deja el recargo en cero (los
      *          abonos anteriores nunca lo llevaron) y regraba
      *          abonos.dat con el layout nuevo.  Mismo esquema
      *          origen/destino que MIGRAR_AUDITORIA_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_ABONOS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ABONOS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT abonos-origen
       ASSIGN TO "abonos-v1.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *ABONOS EN FORMATO NUEVO (DESTINO)
       SELECT abonos-destino
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT VIEJO DE 81 BYTES, SIN RECARGO
       FD abonos-origen.
       01  abono-registro-v1.
           05  abo-numero-v1           PIC 9(6).
           05  abo-clientes-id-v1      PIC X(7).
           05  abo-fecha-v1            PIC 9(8).
           05  abo-pedido-v1           PIC 9(6).
           05  abo-linea-v1            PIC 9(3).
           05  abo-producto-id-v1      PIC 9(6).
           05  abo-cantidad-v1         PIC 9(6).
           05  abo-precio-v1           PIC 9(4)V99.
           05  abo-moneda-v1           PIC X(3).
           05  abo-base-v1             PIC 9(8)V99.
           05  abo-impuesto-v1         PIC 9(8)V99.
           05  abo-total-v1            PIC 9(8)V99.

      *DESTINO: LAYOUT VIGENTE
       FD abonos-destino.
           COPY "ABONO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT abonos-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir abonos-v1.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el archivo viejo a abonos-v1.dat "
                   "antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT abonos-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir abonos.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE abonos-origen.
           CLOSE abonos-destino.

           DISPLAY "Registros leidos..: " total-leidos.
           DISPLAY "Registros migrados: " total-migrados.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ abonos-origen
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

      *    LOS CAMPOS VIEJOS PASAN TAL CUAL; EL TOTAL YA ERA BASE MAS
      *    IVA, ASI QUE CON RECARGO CERO SIGUE CUADRANDO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO abono-registro.
           MOVE abo-numero-v1 TO abo-numero.
           MOVE abo-clientes-id-v1 TO abo-clientes-id.
           MOVE abo-fecha-v1 TO abo-fecha.
           MOVE abo-pedido-v1 TO abo-pedido.
           MOVE abo-linea-v1 TO abo-linea.
           MOVE abo-producto-id-v1 TO abo-producto-id.
           MOVE abo-cantidad-v1 TO abo-cantidad.
           MOVE abo-precio-v1 TO abo-precio.
           MOVE abo-moneda-v1 TO abo-moneda.
           MOVE abo-base-v1 TO abo-base.
           MOVE abo-impuesto-v1 TO abo-impuesto.
           MOVE abo-total-v1 TO abo-total.
           MOVE 0 TO abo-recargo.

           WRITE abono-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_ABONOS_V2".
