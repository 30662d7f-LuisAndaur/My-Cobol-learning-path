      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion de requisiciones de compra, funcion de
      *          supervisor (firma por SEGURIDAD-SIGNON) en el
      *          estilo capturador/aprobador: nadie aprueba lo que
      *          solicito.  El supervisor solo resuelve lo que cabe
      *          en su limite de gasto en EUR (usuarios.dat).  Al
      *          entrar se escalan al propietario las pendientes
      *          cuyo importe supera el mayor limite de los
      *          supervisores activos (y vuelven a pendientes las
      *          escaladas que ya caben en alguno); las escaladas
      *          solo las resuelve un usuario marcado propietario.
      *          Aprueba (queda lista para CONVERTIR_REQUISICIONES)
      *          o rechaza con motivo, anotando quien y cuando.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "APROBAR_REQUISICIONES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REQUISICIONES DE COMPRA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

      *ARCHIVO DE SEGURIDAD, SOLO LECTURA (LIMITES DE GASTO)
       SELECT usuarios-archivo
       ASSIGN TO "usuarios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS usr-usuario
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-usuarios.

       DATA DIVISION.
       FILE SECTION.
      *REQUISICIONES DE COMPRA
       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

      *ARCHIVO DE SEGURIDAD
       FD usuarios-archivo.
           COPY "USUARIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  salir-menu                  PIC X VALUE "N".
       77  opcion-requisicion          PIC X VALUE SPACE.
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  estado-usuarios             PIC X(02) VALUE "00".
       77  leyendo-requisiciones       PIC X VALUE "S".
       77  leyendo-usuarios            PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-requisicion             PIC 9(6) VALUE 0.
       77  total-pendientes            PIC 9(4) VALUE 0.
       77  total-fuera-limite          PIC 9(4) VALUE 0.
       77  total-escaladas             PIC 9(4) VALUE 0.
       77  total-devueltas             PIC 9(4) VALUE 0.

      *    AUTORIDAD DEL APROBADOR FIRMADO Y TOPE DE LA CASA
       77  limite-firmado              PIC 9(9)V99 VALUE 0.
       77  propietario-firmado         PIC X VALUE "N".
           88  firmado-propietario         VALUE "S".
       77  limite-maximo               PIC 9(9)V99 VALUE 0.
       77  puede-resolver              PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  linea-pendiente.
           05  lp-numero               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-marca                PIC X(3).
           05  lp-solicitante          PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-departamento         PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-producto             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-importe              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.

           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF perfil-firmado NOT = "S"
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-LIMITES.

           IF limite-firmado = 0 AND NOT firmado-propietario
               DISPLAY "El usuario no tiene limite de gasto para "
                   "aprobar compras"
               PERFORM PROCEDIMIENTO-DE-CIERRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ESCALAR-REQUISICIONES.

           PERFORM MOSTRAR-MENU-REQUISICIONES
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O requisiciones.
           IF estado-requisiciones NOT = "00"
               DISPLAY "No se pudo abrir requisiciones-compra.dat, "
                   "estado: " estado-requisiciones
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT usuarios-archivo.
           IF estado-usuarios NOT = "00"
               DISPLAY "No se pudo abrir usuarios.dat, estado: "
                   estado-usuarios
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE requisiciones.
           CLOSE usuarios-archivo.

      *    EL LIMITE PROPIO Y EL MAYOR LIMITE ENTRE LOS SUPERVISORES
      *    ACTIVOS: POR ENCIMA DE ESTE ULTIMO SOLO DECIDE EL
      *    PROPIETARIO
       CARGAR-LIMITES.
           MOVE 0 TO limite-maximo.
           MOVE SPACES TO usr-usuario.
           START usuarios-archivo KEY IS NOT LESS THAN usr-usuario
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-usuarios.
           PERFORM LEER-LIMITE-USUARIO
           UNTIL leyendo-usuarios = "N".

       LEER-LIMITE-USUARIO.
           READ usuarios-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-usuarios
               NOT AT END
                   IF usr-usuario = usuario-firmado
                       MOVE usr-limite-gasto TO limite-firmado
                       MOVE usr-propietario TO propietario-firmado
                   END-IF
                   IF usr-supervisor AND usr-activo
                   AND usr-limite-gasto > limite-maximo
                       MOVE usr-limite-gasto TO limite-maximo
                   END-IF
           END-READ.

       ESCALAR-REQUISICIONES.
           MOVE 0 TO req-numero.
           START requisiciones KEY IS NOT LESS THAN req-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM REVISAR-ESCALADO
           UNTIL leyendo-requisiciones = "N".

           IF total-escaladas > 0
               DISPLAY "Escaladas al propietario: " total-escaladas
           END-IF.
           IF total-devueltas > 0
               DISPLAY "Devueltas a pendientes..: " total-devueltas
           END-IF.

       REVISAR-ESCALADO.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   IF req-pendiente
                   AND req-importe-eur > limite-maximo
                       SET req-escalada TO TRUE
                       ADD 1 TO total-escaladas
                       REWRITE requisicion-compra
                   END-IF
                   IF req-escalada
                   AND req-importe-eur NOT > limite-maximo
                       SET req-pendiente TO TRUE
                       ADD 1 TO total-devueltas
                       REWRITE requisicion-compra
                   END-IF
           END-READ.

       MOSTRAR-MENU-REQUISICIONES.
           DISPLAY "===== APROBACION DE REQUISICIONES =====".
           DISPLAY "Limite de gasto: " limite-firmado " EUR".
           IF firmado-propietario
               DISPLAY "Perfil propietario: resuelve las escaladas"
           END-IF.
           DISPLAY "(L)istar pendientes".
           DISPLAY "(A)probar requisicion".
           DISPLAY "(R)echazar requisicion".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-requisicion.
           MOVE FUNCTION UPPER-CASE(opcion-requisicion)
               TO opcion-requisicion.

           EVALUATE opcion-requisicion
               WHEN "L"
                   PERFORM LISTAR-PENDIENTES
               WHEN "A"
                   PERFORM APROBAR-REQUISICION
               WHEN "R"
                   PERFORM RECHAZAR-REQUISICION
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    LAS QUE EL FIRMADO NO PUEDE RESOLVER SALEN MARCADAS:
      *    "ESC" ESCALADA AL PROPIETARIO, "LIM" FUERA DE SU LIMITE
       LISTAR-PENDIENTES.
           MOVE 0 TO total-pendientes.
           MOVE 0 TO total-fuera-limite.

           MOVE 0 TO req-numero.
           START requisiciones KEY IS NOT LESS THAN req-numero
               INVALID KEY
                   DISPLAY "Sin requisiciones en el archivo"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM LISTAR-UNA-REQUISICION
           UNTIL leyendo-requisiciones = "N".

           DISPLAY "Pendientes a su alcance: " total-pendientes.
           DISPLAY "Fuera de su autoridad..: " total-fuera-limite.

       LISTAR-UNA-REQUISICION.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   IF req-por-resolver
                       PERFORM VERIFICAR-AUTORIDAD
                       MOVE SPACES TO lp-marca
                       IF puede-resolver = "S"
                           ADD 1 TO total-pendientes
                       ELSE
                           ADD 1 TO total-fuera-limite
                           IF req-escalada
                               MOVE "ESC" TO lp-marca
                           ELSE
                               MOVE "LIM" TO lp-marca
                           END-IF
                       END-IF
                       MOVE req-numero TO lp-numero
                       MOVE req-solicitante TO lp-solicitante
                       MOVE req-departamento TO lp-departamento
                       MOVE req-producto-id TO lp-producto
                       MOVE req-cantidad TO lp-cantidad
                       MOVE req-importe-eur TO lp-importe
                       DISPLAY linea-pendiente
                       DISPLAY "       " req-justificacion
                   END-IF
           END-READ.

      *    EL PROPIETARIO RESUELVE CUALQUIER IMPORTE; EL RESTO DE
      *    SUPERVISORES SOLO LAS PENDIENTES QUE CABEN EN SU LIMITE
       VERIFICAR-AUTORIDAD.
           MOVE "N" TO puede-resolver.
           IF firmado-propietario
               MOVE "S" TO puede-resolver
           ELSE
               IF req-pendiente
               AND req-importe-eur NOT > limite-firmado
                   MOVE "S" TO puede-resolver
               END-IF
           END-IF.

       APROBAR-REQUISICION.
           PERFORM TOMAR-REQUISICION.
           IF que-requisicion = 0
               EXIT PARAGRAPH
           END-IF.

           SET req-aprobada TO TRUE.
           MOVE usuario-firmado TO req-resuelto-por.
           MOVE fecha-hoy TO req-fecha-resolucion.
           MOVE SPACES TO req-motivo.
           REWRITE requisicion-compra
               INVALID KEY
                   DISPLAY "No se pudo regrabar la requisicion"
               NOT INVALID KEY
                   DISPLAY "Requisicion aprobada, lista para "
                       "convertir en orden de compra"
           END-REWRITE.

       RECHAZAR-REQUISICION.
           PERFORM TOMAR-REQUISICION.
           IF que-requisicion = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo del rechazo: ".
           MOVE SPACES TO req-motivo.
           ACCEPT req-motivo.
           IF req-motivo = SPACES
               DISPLAY "Sin motivo no se rechaza"
               EXIT PARAGRAPH
           END-IF.

           SET req-rechazada TO TRUE.
           MOVE usuario-firmado TO req-resuelto-por.
           MOVE fecha-hoy TO req-fecha-resolucion.
           REWRITE requisicion-compra
               INVALID KEY
                   DISPLAY "No se pudo regrabar la requisicion"
               NOT INVALID KEY
                   DISPLAY "Requisicion rechazada: " que-requisicion
           END-REWRITE.

       TOMAR-REQUISICION.
           MOVE 0 TO que-requisicion.

           DISPLAY "Numero de requisicion (0 = volver): ".
           ACCEPT que-requisicion.

           IF que-requisicion = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-requisicion TO req-numero.
           READ requisiciones
               INVALID KEY
                   DISPLAY "Requisicion inexistente: "
                       que-requisicion
                   MOVE 0 TO que-requisicion
                   EXIT PARAGRAPH
           END-READ.

           IF NOT req-por-resolver
               DISPLAY "La requisicion ya fue resuelta: "
                   que-requisicion
               MOVE 0 TO que-requisicion
               EXIT PARAGRAPH
           END-IF.

      *    OTRO PAR DE OJOS: EL SOLICITANTE NO SE APRUEBA LO SUYO
           IF req-solicitante = empleado-firmado
               DISPLAY "La requisicion la solicito el mismo "
                   "operador, debe resolverla otro supervisor"
               MOVE 0 TO que-requisicion
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-AUTORIDAD.
           IF puede-resolver = "N"
               IF req-escalada
                   DISPLAY "Requisicion escalada: solo la resuelve "
                       "el propietario"
               ELSE
                   DISPLAY "Importe " req-importe-eur
                       " EUR por encima de su limite"
               END-IF
               MOVE 0 TO que-requisicion
           END-IF.

       END PROGRAM "APROBAR_REQUISICIONES".
