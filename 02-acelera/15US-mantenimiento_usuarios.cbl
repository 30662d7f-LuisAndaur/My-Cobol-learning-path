      *          (usuarios.dat): alta, modificacion y listado de
      *          usuarios con su clave, su empleados-id (validado
      *          contra el maestro de empleados) y su perfil de
      *          permisos (S=supervisor, O=operador).  A los
      *          supervisores se les asigna ademas su limite de
      *          gasto en EUR para aprobar requisiciones de compra
      *          y, si procede, la marca de propietario (aprueba lo
      *          que supera todos los limites).  Las altas, los
      *          desbloqueos y los cambios de estado de cada cuenta
      *          quedan en eventos.log con el usuario, para saber en
      *          que estado estaba una cuenta en una fecha dada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  fecha-sistema               PIC X(21).
       77  limite-entrada              PIC 9(9) VALUE 0.
       77  estado-anterior             PIC 9 VALUE 0.

      *    CAMPOS PARA EL LOG CENTRAL DE EVENTOS
       77  evento-programa             PIC X(30)
           VALUE "MANTENIMIENTO_USUARIOS".
       77  evento-parrafo              PIC X(30) VALUE SPACES.
       77  evento-estado               PIC X(2) VALUE SPACES.
       77  evento-clave                PIC X(10) VALUE SPACES.
       77  evento-texto                PIC X(40) VALUE SPACES.

      *    CAMPOS PARA LA SUBRUTINA DE BLOQUEO DE REGISTROS
       77  bl-operacion                PIC X VALUE SPACE.
                   DISPLAY "No se pudo desbloquear: " que-usuario
               NOT INVALID KEY
                   DISPLAY "Cuenta desbloqueada: " que-usuario
                   MOVE "DESBLOQUEAR-USUARIO" TO evento-parrafo
                   MOVE "CUENTA DESBLOQUEADA" TO evento-texto
                   PERFORM GRABAR-EVENTO-USUARIO
           END-REWRITE.

       LIMPIAR-BLOQUEOS.
           END-IF.

           PERFORM PEDIR-PERFIL.
           PERFORM PEDIR-LIMITE-GASTO.
           SET usr-activo TO TRUE.

      *    LA CLAVE NACE FECHADA HOY Y SIN FALLOS ACUMULADOS
                   DISPLAY "Ya existe el usuario: " usr-usuario
               NOT INVALID KEY
                   DISPLAY "Usuario dado de alta: " usr-usuario
                   MOVE "ALTA-USUARIO" TO evento-parrafo
                   MOVE "ALTA DE USUARIO" TO evento-texto
                   PERFORM GRABAR-EVENTO-USUARIO
           END-WRITE.

       PEDIR-EMPLEADO-USUARIO.
               MOVE "O" TO usr-perfil
           END-IF.

      *    SOLO UN SUPERVISOR APRUEBA COMPRAS: EL OPERADOR QUEDA
      *    SIEMPRE CON LIMITE CERO Y SIN MARCA DE PROPIETARIO
       PEDIR-LIMITE-GASTO.
           MOVE 0 TO usr-limite-gasto.
           MOVE "N" TO usr-propietario.

           IF NOT usr-supervisor
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Limite de gasto en EUR, sin decimales "
               "(0 = no aprueba compras): ".
           ACCEPT limite-entrada.
           MOVE limite-entrada TO usr-limite-gasto.

           DISPLAY "Es propietario (s/n): ".
           ACCEPT usr-propietario.
           MOVE FUNCTION UPPER-CASE(usr-propietario)
               TO usr-propietario.
           IF NOT usr-es-propietario
               MOVE "N" TO usr-propietario
           END-IF.

       MODIFICAR-USUARIO.
           DISPLAY "Usuario a modificar: ".
           ACCEPT que-usuario.
                   END-IF

                   PERFORM PEDIR-PERFIL
                   PERFORM PEDIR-LIMITE-GASTO

                   MOVE usr-estado TO estado-anterior
                   DISPLAY "Estado (1=activo 2=inactivo): "
                   ACCEPT usr-estado

                               "estado: " estado-usuarios
                       NOT INVALID KEY
                           DISPLAY "Usuario modificado"
                           PERFORM REGISTRAR-CAMBIO-ESTADO
                   END-REWRITE
           END-READ.

       REGISTRAR-CAMBIO-ESTADO.
           IF usr-estado = estado-anterior
               EXIT PARAGRAPH
           END-IF.

           MOVE "MODIFICAR-USUARIO" TO evento-parrafo.
           EVALUATE TRUE
               WHEN usr-activo
                   MOVE "CUENTA ACTIVADA" TO evento-texto
               WHEN usr-inactivo
                   MOVE "CUENTA INACTIVADA" TO evento-texto
               WHEN usr-bloqueado
                   MOVE "CUENTA BLOQUEADA POR SUPERVISOR"
                       TO evento-texto
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM GRABAR-EVENTO-USUARIO.

       GRABAR-EVENTO-USUARIO.
           MOVE SPACES TO evento-estado.
           MOVE SPACES TO evento-clave.
           MOVE usr-usuario TO evento-clave(1:8).
           CALL "REGISTRO-EVENTOS" USING evento-programa
               evento-parrafo evento-estado evento-clave
               evento-texto.
           MOVE SPACES TO evento-parrafo evento-estado
               evento-clave evento-texto.

       LISTAR-USUARIOS.
           MOVE SPACES TO usr-usuario.

                   DISPLAY usr-usuario " empleado "
                       usr-empleados-id " perfil " usr-perfil
                       " estado " usr-estado
                       " limite " usr-limite-gasto
                       " propietario " usr-propietario
           END-READ.

       END PROGRAM "MANTENIMIENTO_USUARIOS".
