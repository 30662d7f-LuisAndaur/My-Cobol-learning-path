       77  bl-dueno                    PIC X(7) VALUE SPACES.
       77  bl-resultado                PIC X VALUE "S".
       77  perfil-firmado              PIC X VALUE SPACE.

      *    CAMPOS PARA LA SUBRUTINA DE ENMASCARADO
       77  md-operacion                PIC X VALUE SPACE.
       77  md-dato                     PIC X(40) VALUE SPACES.
       77  md-mascara                  PIC X(40) VALUE SPACES.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".
           DISPLAY "Telefono actual: " empleados-telefono.
           PERFORM VALIDAR-TELEFONO.

      *    EL DOMICILIO SOLO SE VE COMPLETO CON PERFIL DE
      *    SUPERVISOR; EL OPERADOR LO TECLEA DE NUEVO IGUAL.
           IF perfil-firmado = "S"
               DISPLAY "Direccion actual: " empleados-direccion
           ELSE
               MOVE "T" TO md-operacion
               MOVE empleados-direccion TO md-dato
               CALL "ENMASCARAR-DATO" USING md-operacion md-dato
                   md-mascara
               DISPLAY "Direccion actual: " md-mascara(1:35)
           END-IF.
           DISPLAY "Introduce nueva direccion del empleado: ".
           ACCEPT empleados-direccion.

