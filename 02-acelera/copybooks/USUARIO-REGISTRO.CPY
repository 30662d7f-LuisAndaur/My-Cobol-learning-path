      *           indexado por usuario.  Liga el usuario y su clave a
      *           un empleados-id y a un perfil de permisos; las
      *           funciones sensibles exigen perfil de supervisor.
      *           El limite de gasto (en EUR) acota las requisiciones
      *           de compra que el usuario puede aprobar; lo que
      *           supera todos los limites escala al propietario.
      ******************************************************************
       01  usuario-registro.
           05  usr-usuario             PIC X(8).
           05  usr-intentos-fallidos   PIC 9(2).
           05  usr-claves-anteriores OCCURS 3 TIMES.
               10  usr-clave-previa    PIC X(8).
      *    APROBACION DE REQUISICIONES DE COMPRA
           05  usr-limite-gasto        PIC 9(9)V99.
           05  usr-propietario         PIC X.
               88  usr-es-propietario  VALUE "S".
