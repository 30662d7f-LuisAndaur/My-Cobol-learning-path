      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del libro de cuentas por pagar al
      *          formato con quien capturo cada cargo y quien aprobo
      *          su pago (el registro crecio de 60 a 82 bytes y el
      *          formato anterior ya no puede leerse con el copybook
      *          nuevo).  Se renombra antes el archivo vivo a
      *          cuentas-pagar-v1.dat; este programa lo lee con el
      *          layout anterior, deja capturador y aprobador en
      *          blanco y la fecha de aprobacion en cero (no se
      *          guardaban) y regraba cuentas-pagar.dat con el
      *          layout vigente.  Mismo esquema origen/destino que
      *          MIGRAR_RECEPCIONES_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_CUENTAS_PAGAR_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIBRO EN FORMATO ANTERIOR (ORIGEN, RENOMBRADO A MANO)
       SELECT pagar-origen
       ASSIGN TO "cuentas-pagar-v1.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *LIBRO EN FORMATO NUEVO (DESTINO)
       SELECT pagar-destino
       ASSIGN TO "cuentas-pagar.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR DE 60 BYTES, SIN APROBACION
       FD pagar-origen.
       01  cuentas-pagar-registro-v1.
           05  cpag-prov-id-v1         PIC X(7).
           05  cpag-tipo-v1            PIC X.
           05  cpag-importe-v1         PIC 9(8)V99.
           05  cpag-moneda-v1          PIC X(3).
           05  cpag-fecha-v1           PIC 9(8).
           05  cpag-vencimiento-v1     PIC 9(8).
           05  cpag-referencia-v1      PIC X(12).
           05  cpag-estado-v1          PIC X.
           05  cpag-referencia-pago-v1 PIC X(10).

      *DESTINO: LAYOUT VIGENTE
       FD pagar-destino.
           COPY "CUENTAS-PAGAR.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT pagar-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir cuentas-pagar-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "cuentas-pagar-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT pagar-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir cuentas-pagar.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE pagar-origen.
           CLOSE pagar-destino.

           DISPLAY "Registros leidos..: " total-leidos.
           DISPLAY "Registros migrados: " total-migrados.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ pagar-origen
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

       GRABAR-EN-DESTINO.
           MOVE SPACES TO cuentas-pagar-registro.
           MOVE cpag-prov-id-v1 TO cpag-prov-id.
           MOVE cpag-tipo-v1 TO cpag-tipo.
           MOVE cpag-importe-v1 TO cpag-importe.
           MOVE cpag-moneda-v1 TO cpag-moneda.
           MOVE cpag-fecha-v1 TO cpag-fecha.
           MOVE cpag-vencimiento-v1 TO cpag-vencimiento.
           MOVE cpag-referencia-v1 TO cpag-referencia.
           MOVE cpag-estado-v1 TO cpag-estado.
           MOVE cpag-referencia-pago-v1 TO cpag-referencia-pago.
           MOVE 0 TO cpag-fecha-aprobacion.

           WRITE cuentas-pagar-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_CUENTAS_PAGAR_V2".
