      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del archivo de seguridad de
      *          operadores al formato con limite de gasto y marca
      *          de propietario para la aprobacion de requisiciones
      *          de compra.  Se renombra antes el archivo vivo a
      *          usuarios-v2.dat; este programa lo lee con el layout
      *          anterior, conserva la clave, su fecha, los intentos
      *          fallidos y el historial de claves, arranca a todos
      *          con limite cero y sin marca de propietario (nadie
      *          aprueba compras hasta que el supervisor de usuarios
      *          le asigne su limite) y reconstruye usuarios.dat con
      *          el layout vigente.  Mismo esquema origen/destino
      *          que MIGRAR_USUARIOS_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_USUARIOS_V3".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *SEGURIDAD EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT usuarios-origen
       ASSIGN TO "usuarios-v2.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS usr-usuario-v2
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *SEGURIDAD EN FORMATO NUEVO (DESTINO)
       SELECT usuarios-destino
       ASSIGN TO "usuarios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS usr-usuario
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN LIMITE DE GASTO
       FD usuarios-origen.
       01  usuario-registro-v2.
           05  usr-usuario-v2          PIC X(8).
           05  usr-password-v2         PIC X(8).
           05  usr-empleados-id-v2     PIC X(7).
           05  usr-perfil-v2           PIC X.
           05  usr-estado-v2           PIC 9.
           05  usr-fecha-clave-v2      PIC 9(8).
           05  usr-intentos-fallidos-v2 PIC 9(2).
           05  usr-claves-anteriores-v2 OCCURS 3 TIMES.
               10  usr-clave-previa-v2 PIC X(8).

      *DESTINO: LAYOUT VIGENTE
       FD usuarios-destino.
           COPY "USUARIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT usuarios-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir usuarios-v2.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el archivo vivo a usuarios-v2.dat "
                   "antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT usuarios-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir usuarios.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE usuarios-origen.
           CLOSE usuarios-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ usuarios-origen NEXT RECORD
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
           MOVE SPACES TO usuario-registro.
           MOVE usr-usuario-v2      TO usr-usuario.
           MOVE usr-password-v2     TO usr-password.
           MOVE usr-empleados-id-v2 TO usr-empleados-id.
           MOVE usr-perfil-v2       TO usr-perfil.
           MOVE usr-estado-v2       TO usr-estado.
           MOVE usr-fecha-clave-v2  TO usr-fecha-clave.
           MOVE usr-intentos-fallidos-v2 TO usr-intentos-fallidos.
           MOVE usr-clave-previa-v2(1) TO usr-clave-previa(1).
           MOVE usr-clave-previa-v2(2) TO usr-clave-previa(2).
           MOVE usr-clave-previa-v2(3) TO usr-clave-previa(3).
           MOVE 0 TO usr-limite-gasto.
           MOVE "N" TO usr-propietario.

           WRITE usuario-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       usr-usuario-v2
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_USUARIOS_V3".
