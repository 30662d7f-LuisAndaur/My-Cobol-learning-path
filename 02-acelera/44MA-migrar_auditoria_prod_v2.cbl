      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del archivo de auditoria de
      *          productos al formato con el estado del ciclo de vida
      *          en las imagenes antes y despues (el registro crecio
      *          de 196 a 214 bytes y el formato viejo ya no puede
      *          leerse con el copybook nuevo).  Se renombra antes el
      *          archivo vivo a producto-auditoria-v1.dat; este
      *          programa lo lee con el layout viejo, deja las dos
      *          imagenes como articulo activo sin fecha de efecto y
      *          regraba producto-auditoria.dat con el layout nuevo.
      *          Mismo esquema origen/destino que MIGRAR_AUDITORIA_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_AUDITORIA_PROD_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *AUDITORIA EN FORMATO VIEJO (ORIGEN, RENOMBRADA A MANO)
       SELECT auditoria-origen
       ASSIGN TO "producto-auditoria-v1.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *AUDITORIA EN FORMATO NUEVO (DESTINO)
       SELECT auditoria-destino
       ASSIGN TO "producto-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT VIEJO DE 196 BYTES, SIN ESTADO
       FD auditoria-origen.
       01  auditoria-registro-v1.
           05  paud-fecha-hora-v1      PIC X(21).
           05  paud-operacion-v1       PIC X(12).
           05  paud-empleados-id-v1    PIC X(7).
           05  paud-valor-anterior-v1  PIC X(78).
           05  paud-valor-nuevo-v1     PIC X(78).

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
               DISPLAY "No se pudo abrir producto-auditoria-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo viejo a "
                   "producto-auditoria-v1.dat antes de convertir"
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

      *    LAS IMAGENES VIEJAS PASAN TAL CUAL; EL ESTADO QUEDA EN
      *    ACTIVO A AMBOS LADOS, QUE ES LO QUE ERA TODO ARTICULO
      *    ANTES DE EXISTIR EL CICLO DE VIDA.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO producto-auditoria-registro.
           MOVE paud-fecha-hora-v1 TO paud-fecha-hora.
           MOVE paud-operacion-v1 TO paud-operacion.
           MOVE paud-empleados-id-v1 TO paud-empleados-id.
           MOVE paud-valor-anterior-v1 TO paud-valor-anterior(1:78).
           MOVE paud-valor-nuevo-v1 TO paud-valor-nuevo(1:78).
           MOVE "A" TO paud-ant-estado paud-nue-estado.
           MOVE 0 TO paud-ant-estado-fecha paud-nue-estado-fecha.

           WRITE producto-auditoria-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_AUDITORIA_PROD_V2".
