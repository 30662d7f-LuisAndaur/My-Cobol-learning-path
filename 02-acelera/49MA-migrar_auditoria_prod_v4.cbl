      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del archivo de auditoria de
      *          productos al formato con el costo promedio en las
      *          imagenes antes y despues (el registro crecio de 222
      *          a 234 bytes y el formato anterior ya no puede leerse
      *          con el copybook nuevo).  Se renombra antes el
      *          archivo vivo a producto-auditoria-v3.dat; este
      *          programa lo lee con el layout anterior, deja el
      *          costo en cero en las dos imagenes (antes no se
      *          auditaba) y regraba producto-auditoria.dat con el
      *          layout nuevo.  Mismo esquema origen/destino que
      *          MIGRAR_AUDITORIA_PROD_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_AUDITORIA_PROD_V4".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *AUDITORIA EN FORMATO ANTERIOR (ORIGEN, RENOMBRADA A MANO)
       SELECT auditoria-origen
       ASSIGN TO "producto-auditoria-v3.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *AUDITORIA EN FORMATO NUEVO (DESTINO)
       SELECT auditoria-destino
       ASSIGN TO "producto-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR DE 222 BYTES, SIN COSTO
       FD auditoria-origen.
       01  auditoria-registro-v2.
           05  paud-fecha-hora-v2      PIC X(21).
           05  paud-operacion-v2       PIC X(12).
           05  paud-empleados-id-v2    PIC X(7).
           05  paud-valor-anterior-v2  PIC X(91).
           05  paud-valor-nuevo-v2     PIC X(91).

      *DESTINO: LAYOUT VIGENTE
       FD auditoria-destino.
           COPY "PRODUCTO-AUDITORIA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT auditoria-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir producto-auditoria-v3.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "producto-auditoria-v3.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT auditoria-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir producto-auditoria.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE auditoria-origen.
           CLOSE auditoria-destino.

           DISPLAY "Registros leidos..: " total-leidos.
           DISPLAY "Registros migrados: " total-migrados.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ auditoria-origen
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

      *    LAS IMAGENES ANTERIORES PASAN TAL CUAL; EL COSTO QUEDA
      *    EN CERO A AMBOS LADOS, ASI EL HISTORICO NO MUESTRA
      *    CAMBIOS DE COSTO QUE NUNCA SE REGISTRARON.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO producto-auditoria-registro.
           MOVE paud-fecha-hora-v2 TO paud-fecha-hora.
           MOVE paud-operacion-v2 TO paud-operacion.
           MOVE paud-empleados-id-v2 TO paud-empleados-id.
           MOVE paud-valor-anterior-v2 TO paud-valor-anterior(1:91).
           MOVE paud-valor-nuevo-v2 TO paud-valor-nuevo(1:91).
           MOVE 0 TO paud-ant-costo paud-nue-costo.

           WRITE producto-auditoria-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_AUDITORIA_PROD_V4".
