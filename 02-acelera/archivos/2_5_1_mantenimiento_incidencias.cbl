      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro y seguimiento de incidencias y
      *          reclamaciones de clientes.  El operador firma; el
      *          alta numera la incidencia desde
      *          incidencias-control.dat, la liga al cliente y,
      *          si se indica, a un pedido, a una factura y a una
      *          linea devuelta de ese pedido (validados contra sus
      *          archivos y contra el cliente), con categoria,
      *          prioridad, responsable y descripcion.  La fecha
      *          objetivo de resolucion se calcula en dias habiles
      *          con SERVICIOS-FECHA segun la prioridad (alta 1,
      *          media 3, baja 5).  La gestion reasigna el
      *          responsable, pasa a en curso, resuelve con su nota
      *          de resolucion, cierra la resuelta o reabre; cada
      *          cambio queda en incidencias-historia.dat con quien
      *          lo hizo.  La consulta muestra la incidencia con su
      *          historia.  La reclamacion deja de vivir en un
      *          papel pegado al monitor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_INCIDENCIAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *INCIDENCIAS DE CLIENTES EN MODO INDEXADO
       SELECT incidencias-archivo
       ASSIGN TO "incidencias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS inc-numero
       ALTERNATE RECORD KEY IS inc-pedido WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-incidencias.

      *HISTORIA DE ESTADOS DE LAS INCIDENCIAS
       SELECT incidencias-historia
       ASSIGN TO "incidencias-historia.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-historia.

      *REGISTRO DE NUMERACION DE INCIDENCIAS (UN SOLO REGISTRO)
       SELECT incidencias-control
       ASSIGN TO "incidencias-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *REGISTRO DE DEVOLUCIONES, SOLO LECTURA
       SELECT devoluciones-archivo
       ASSIGN TO "devoluciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-devoluciones.

       DATA DIVISION.
       FILE SECTION.
      *INCIDENCIAS DE CLIENTES
       FD incidencias-archivo.
           COPY "INCIDENCIA-REGISTRO.CPY".

      *HISTORIA DE ESTADOS
       FD incidencias-historia.
           COPY "INCIDENCIA-HISTORIA.CPY".

      *REGISTRO DE NUMERACION
       FD incidencias-control.
       01  control-registro.
           05  ctrl-ultima-incidencia  PIC 9(6).

      *ARCHIVO LOGICO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *REGISTRO DE DEVOLUCIONES
       FD devoluciones-archivo.
           COPY "DEVOLUCION-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  salir-menu                  PIC X VALUE "N".
       77  opcion-incidencia           PIC X VALUE SPACE.
       77  opcion-gestion              PIC X VALUE SPACE.
       77  estado-incidencias          PIC X(02) VALUE "00".
       77  estado-historia             PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-devoluciones         PIC X(02) VALUE "00".
       77  hay-pedidos                 PIC X VALUE "N".
       77  hay-facturas                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  numero-incidencia           PIC 9(6) VALUE 0.
       77  que-incidencia              PIC 9(6) VALUE 0.
       77  dato-valido                 PIC X VALUE "S".
       77  devolucion-hallada          PIC X VALUE "N".
       77  leyendo                     PIC X VALUE "S".
       77  estado-anterior             PIC X VALUE SPACE.
       77  nota-cambio                 PIC X(60) VALUE SPACES.
       77  nuevo-responsable           PIC X(7) VALUE SPACES.
       77  total-cambios               PIC 9(4) VALUE 0.

      *    PLAZO DE RESOLUCION EN DIAS HABILES POR PRIORIDAD
       77  plazo-prio-alta             PIC 9(2) VALUE 1.
       77  plazo-prio-media            PIC 9(2) VALUE 3.
       77  plazo-prio-baja             PIC 9(2) VALUE 5.

       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM MOSTRAR-MENU-INCIDENCIAS
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
           OPEN I-O incidencias-archivo.
           IF estado-incidencias = "35"
               OPEN OUTPUT incidencias-archivo
               CLOSE incidencias-archivo
               OPEN I-O incidencias-archivo
           END-IF.
           IF estado-incidencias NOT = "00"
               DISPLAY "No se pudo abrir incidencias.dat, estado: "
                   estado-incidencias
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               CLOSE incidencias-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               CLOSE incidencias-archivo
               CLOSE clientes-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN PEDIDOS O SIN FACTURAS LA INCIDENCIA SOLO PUEDE
      *    LIGARSE AL CLIENTE
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos = "00"
               MOVE "S" TO hay-pedidos
           ELSE
               MOVE "N" TO hay-pedidos
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas = "00"
               MOVE "S" TO hay-facturas
           ELSE
               MOVE "N" TO hay-facturas
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE incidencias-archivo.
           CLOSE clientes-archivo.
           CLOSE empleados-archivo.
           IF hay-pedidos = "S"
               CLOSE pedidos-archivo
           END-IF.
           IF hay-facturas = "S"
               CLOSE facturas-archivo
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT incidencias-control.
           IF estado-control = "35"
               MOVE 0 TO numero-incidencia
           ELSE
               READ incidencias-control
                   AT END
                       MOVE 0 TO numero-incidencia
                   NOT AT END
                       MOVE ctrl-ultima-incidencia
                           TO numero-incidencia
               END-READ
               CLOSE incidencias-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT incidencias-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar incidencias-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-incidencia TO ctrl-ultima-incidencia
               WRITE control-registro
               CLOSE incidencias-control
           END-IF.

       MOSTRAR-MENU-INCIDENCIAS.
           DISPLAY "===== INCIDENCIAS DE CLIENTES =====".
           DISPLAY "(A)lta de incidencia".
           DISPLAY "(G)estionar incidencia".
           DISPLAY "(C)onsultar incidencia".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-incidencia.
           MOVE FUNCTION UPPER-CASE(opcion-incidencia)
               TO opcion-incidencia.

           EVALUATE opcion-incidencia
               WHEN "A"
                   PERFORM ALTA-INCIDENCIA
               WHEN "G"
                   PERFORM GESTIONAR-INCIDENCIA
               WHEN "C"
                   PERFORM CONSULTAR-INCIDENCIA
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-INCIDENCIA.
           MOVE SPACES TO incidencia-registro.
           MOVE 0 TO inc-pedido.
           MOVE 0 TO inc-factura.
           MOVE 0 TO inc-devolucion-linea.
           MOVE 0 TO inc-fecha-resolucion.

           DISPLAY "ID del cliente: ".
           ACCEPT inc-clientes-id.
           MOVE FUNCTION UPPER-CASE(inc-clientes-id)
               TO inc-clientes-id.
           MOVE inc-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente inexistente: " inc-clientes-id
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Cliente: " clientes-nombre.

           PERFORM LIGAR-FACTURA.
           IF dato-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIGAR-PEDIDO.
           IF dato-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIGAR-DEVOLUCION.
           IF dato-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO inc-categoria.
           PERFORM PEDIR-CATEGORIA
           UNTIL inc-cat-valida.

           MOVE SPACES TO inc-prioridad.
           PERFORM PEDIR-PRIORIDAD
           UNTIL inc-prio-valida.

           DISPLAY "Descripcion de la reclamacion: ".
           ACCEPT inc-descripcion.
           MOVE FUNCTION UPPER-CASE(inc-descripcion)
               TO inc-descripcion.
           IF inc-descripcion = SPACES
               DISPLAY "Sin descripcion, incidencia descartada"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Responsable, ID de empleado (vacio = usted): ".
           ACCEPT nuevo-responsable.
           IF nuevo-responsable = SPACES
               MOVE empleado-firmado TO nuevo-responsable
           END-IF.
           PERFORM VALIDAR-RESPONSABLE.
           IF dato-valido = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE nuevo-responsable TO inc-responsable.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO inc-fecha-alta.
           PERFORM CALCULAR-FECHA-OBJETIVO.

           SET inc-abierta TO TRUE.
           MOVE SPACES TO inc-resolucion.
           MOVE empleado-firmado TO inc-registrado-por.

           ADD 1 TO numero-incidencia.
           MOVE numero-incidencia TO inc-numero.

           WRITE incidencia-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la incidencia, estado: "
                       estado-incidencias
                   SUBTRACT 1 FROM numero-incidencia
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   MOVE SPACE TO estado-anterior
                   MOVE "ALTA DE LA INCIDENCIA" TO nota-cambio
                   PERFORM ANOTAR-HISTORIA
                   DISPLAY "Incidencia " inc-numero " abierta, "
                       "resolver antes del " inc-fecha-objetivo
           END-WRITE.

      *    LA FACTURA SE LIGA PRIMERO: SI LA INCIDENCIA NO DICE
      *    PEDIDO SE TOMA EL DE LA FACTURA, PARA QUE LA CONSULTA
      *    DEL PEDIDO LA ENCUENTRE
       LIGAR-FACTURA.
           MOVE "S" TO dato-valido.

           DISPLAY "Factura reclamada (0 = ninguna): ".
           ACCEPT inc-factura.
           IF inc-factura = 0
               EXIT PARAGRAPH
           END-IF.

           IF hay-facturas = "N"
               DISPLAY "Sin facturas.dat, no se puede ligar factura"
               MOVE "N" TO dato-valido
               EXIT PARAGRAPH
           END-IF.

           MOVE inc-factura TO fac-numero.
           READ facturas-archivo
               INVALID KEY
                   DISPLAY "Factura inexistente: " inc-factura
                   MOVE "N" TO dato-valido
                   EXIT PARAGRAPH
           END-READ.

           IF fac-clientes-id NOT = inc-clientes-id
               DISPLAY "La factura " inc-factura " es del cliente "
                   fac-clientes-id
               MOVE "N" TO dato-valido
           END-IF.

       LIGAR-PEDIDO.
           MOVE "S" TO dato-valido.

           IF inc-factura > 0 AND fac-pedido > 0
               DISPLAY "Pedido de la factura (0 = " fac-pedido "): "
           ELSE
               DISPLAY "Pedido reclamado (0 = ninguno): "
           END-IF.
           ACCEPT inc-pedido.
           IF inc-pedido = 0 AND inc-factura > 0
               MOVE fac-pedido TO inc-pedido
           END-IF.
           IF inc-pedido = 0
               EXIT PARAGRAPH
           END-IF.

           IF hay-pedidos = "N"
               DISPLAY "Sin pedidos.dat, no se puede ligar pedido"
               MOVE "N" TO dato-valido
               EXIT PARAGRAPH
           END-IF.

           MOVE inc-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   DISPLAY "Pedido inexistente: " inc-pedido
                   MOVE "N" TO dato-valido
                   EXIT PARAGRAPH
           END-READ.

           IF ped-clientes-id NOT = inc-clientes-id
               DISPLAY "El pedido " inc-pedido " es del cliente "
                   ped-clientes-id
               MOVE "N" TO dato-valido
           END-IF.

      *    LA DEVOLUCION SE IDENTIFICA POR LA LINEA DEVUELTA DEL
      *    PEDIDO LIGADO
       LIGAR-DEVOLUCION.
           MOVE "S" TO dato-valido.

           IF inc-pedido = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Linea devuelta del pedido (0 = ninguna): ".
           ACCEPT inc-devolucion-linea.
           IF inc-devolucion-linea = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO devolucion-hallada.
           OPEN INPUT devoluciones-archivo.
           IF estado-devoluciones = "00"
               MOVE "S" TO leyendo
               PERFORM BUSCAR-DEVOLUCION
               UNTIL leyendo = "N"
               CLOSE devoluciones-archivo
           END-IF.

           IF devolucion-hallada = "N"
               DISPLAY "No hay devolucion de la linea "
                   inc-devolucion-linea " del pedido " inc-pedido
               MOVE "N" TO dato-valido
           END-IF.

       BUSCAR-DEVOLUCION.
           READ devoluciones-archivo
               AT END
                   MOVE "N" TO leyendo
               NOT AT END
                   IF dev-pedido = inc-pedido
                   AND dev-linea = inc-devolucion-linea
                       MOVE "S" TO devolucion-hallada
                       MOVE "N" TO leyendo
                   END-IF
           END-READ.

       PEDIR-CATEGORIA.
           DISPLAY "Categoria (RET)raso, (DAN)ado, (EQU)ivocado, "
               "(FAC)turacion u (OTR)os: ".
           ACCEPT inc-categoria.
           MOVE FUNCTION UPPER-CASE(inc-categoria) TO inc-categoria.
           IF NOT inc-cat-valida
               DISPLAY "Categoria invalida"
           END-IF.

       PEDIR-PRIORIDAD.
           DISPLAY "Prioridad (A)lta, (M)edia o (B)aja: ".
           ACCEPT inc-prioridad.
           MOVE FUNCTION UPPER-CASE(inc-prioridad) TO inc-prioridad.
           IF NOT inc-prio-valida
               DISPLAY "Prioridad invalida"
           END-IF.

       VALIDAR-RESPONSABLE.
           MOVE "S" TO dato-valido.
           MOVE nuevo-responsable TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " nuevo-responsable
                   MOVE "N" TO dato-valido
           END-READ.

      *    LA FECHA OBJETIVO CUENTA DIAS HABILES DESDE EL ALTA
       CALCULAR-FECHA-OBJETIVO.
           MOVE "L" TO sf-operacion.
           MOVE inc-fecha-alta TO sf-fecha-1.
           EVALUATE TRUE
               WHEN inc-prio-alta
                   MOVE plazo-prio-alta TO sf-fecha-2
               WHEN inc-prio-media
                   MOVE plazo-prio-media TO sf-fecha-2
               WHEN OTHER
                   MOVE plazo-prio-baja TO sf-fecha-2
           END-EVALUATE.

           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           MOVE sf-resultado-num TO inc-fecha-objetivo.

       GESTIONAR-INCIDENCIA.
           DISPLAY "Numero de incidencia: ".
           ACCEPT que-incidencia.

           MOVE que-incidencia TO inc-numero.
           READ incidencias-archivo
               INVALID KEY
                   DISPLAY "Incidencia inexistente: " que-incidencia
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-INCIDENCIA.

           DISPLAY "(R)easignar, (E)n curso, (S)olucionar, "
               "(X) cerrar, (A) reabrir, otra = nada: ".
           ACCEPT opcion-gestion.
           MOVE FUNCTION UPPER-CASE(opcion-gestion) TO opcion-gestion.

           MOVE inc-estado TO estado-anterior.
           MOVE SPACES TO nota-cambio.

           EVALUATE opcion-gestion
               WHEN "R"
                   PERFORM REASIGNAR-INCIDENCIA
               WHEN "E"
                   PERFORM PASAR-A-EN-CURSO
               WHEN "S"
                   PERFORM RESOLVER-INCIDENCIA
               WHEN "X"
                   PERFORM CERRAR-INCIDENCIA
               WHEN "A"
                   PERFORM REABRIR-INCIDENCIA
               WHEN OTHER
                   DISPLAY "Sin cambios"
           END-EVALUATE.

       REASIGNAR-INCIDENCIA.
           IF NOT inc-pendiente
               DISPLAY "Solo se reasigna una incidencia pendiente"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nuevo responsable, ID de empleado: ".
           ACCEPT nuevo-responsable.
           PERFORM VALIDAR-RESPONSABLE.
           IF dato-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE nuevo-responsable TO inc-responsable.
           STRING "REASIGNADA A " nuevo-responsable
               DELIMITED BY SIZE INTO nota-cambio.
           PERFORM REGRABAR-INCIDENCIA.

       PASAR-A-EN-CURSO.
           IF NOT inc-abierta
               DISPLAY "Solo pasa a en curso una incidencia abierta"
               EXIT PARAGRAPH
           END-IF.

           PERFORM PEDIR-NOTA-CAMBIO.
           SET inc-en-curso TO TRUE.
           PERFORM REGRABAR-INCIDENCIA.

       RESOLVER-INCIDENCIA.
           IF NOT inc-pendiente
               DISPLAY "La incidencia no esta pendiente"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nota de resolucion: ".
           ACCEPT inc-resolucion.
           MOVE FUNCTION UPPER-CASE(inc-resolucion) TO inc-resolucion.
           IF inc-resolucion = SPACES
               DISPLAY "Sin nota de resolucion no se resuelve"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO inc-fecha-resolucion.
           SET inc-resuelta TO TRUE.
           MOVE inc-resolucion TO nota-cambio.
           PERFORM REGRABAR-INCIDENCIA.

       CERRAR-INCIDENCIA.
           IF NOT inc-resuelta
               DISPLAY "Solo se cierra una incidencia resuelta"
               EXIT PARAGRAPH
           END-IF.

           PERFORM PEDIR-NOTA-CAMBIO.
           SET inc-cerrada TO TRUE.
           PERFORM REGRABAR-INCIDENCIA.

      *    LA REABIERTA CONSERVA SU FECHA OBJETIVO ORIGINAL: SIGUE
      *    CONTANDO COMO VENCIDA SI YA LO ESTABA
       REABRIR-INCIDENCIA.
           IF inc-pendiente
               DISPLAY "La incidencia ya esta pendiente"
               EXIT PARAGRAPH
           END-IF.

           PERFORM PEDIR-NOTA-CAMBIO.
           IF nota-cambio = SPACES
               DISPLAY "Indique el motivo de la reapertura"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO inc-fecha-resolucion.
           SET inc-abierta TO TRUE.
           PERFORM REGRABAR-INCIDENCIA.

       PEDIR-NOTA-CAMBIO.
           DISPLAY "Nota del cambio: ".
           ACCEPT nota-cambio.
           MOVE FUNCTION UPPER-CASE(nota-cambio) TO nota-cambio.

       REGRABAR-INCIDENCIA.
           REWRITE incidencia-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar la incidencia, "
                       "estado: " estado-incidencias
               NOT INVALID KEY
                   PERFORM ANOTAR-HISTORIA
                   DISPLAY "Incidencia " inc-numero " en estado "
                       inc-estado
           END-REWRITE.

       ANOTAR-HISTORIA.
           OPEN EXTEND incidencias-historia.
           IF estado-historia = "35"
               OPEN OUTPUT incidencias-historia
           END-IF.
           IF estado-historia NOT = "00"
               DISPLAY "No se pudo abrir incidencias-historia.dat, "
                   "estado: " estado-historia
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE SPACES TO incidencia-historia.
           MOVE inc-numero TO inh-numero.
           MOVE fecha-sistema(1:8) TO inh-fecha.
           MOVE fecha-sistema(9:6) TO inh-hora.
           MOVE estado-anterior TO inh-estado-anterior.
           MOVE inc-estado TO inh-estado-nuevo.
           MOVE inc-responsable TO inh-responsable.
           MOVE empleado-firmado TO inh-usuario.
           MOVE nota-cambio TO inh-nota.

           WRITE incidencia-historia.
           IF estado-historia NOT = "00"
               DISPLAY "Error al grabar incidencias-historia.dat, "
                   "estado: " estado-historia
           END-IF.

           CLOSE incidencias-historia.

       CONSULTAR-INCIDENCIA.
           DISPLAY "Numero de incidencia: ".
           ACCEPT que-incidencia.

           MOVE que-incidencia TO inc-numero.
           READ incidencias-archivo
               INVALID KEY
                   DISPLAY "Incidencia inexistente: " que-incidencia
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-INCIDENCIA.

           IF inc-resolucion NOT = SPACES
               DISPLAY "Resolucion....: " inc-resolucion
               DISPLAY "Resuelta el...: " inc-fecha-resolucion
           END-IF.

           DISPLAY "Historia:".
           MOVE 0 TO total-cambios.
           OPEN INPUT incidencias-historia.
           IF estado-historia = "00"
               MOVE "S" TO leyendo
               PERFORM MOSTRAR-UN-CAMBIO
               UNTIL leyendo = "N"
               CLOSE incidencias-historia
           END-IF.
           IF total-cambios = 0
               DISPLAY "  (sin historia)"
           END-IF.

       MOSTRAR-UN-CAMBIO.
           READ incidencias-historia
               AT END
                   MOVE "N" TO leyendo
               NOT AT END
                   IF inh-numero = inc-numero
                       ADD 1 TO total-cambios
                       DISPLAY "  " inh-fecha " " inh-hora " "
                           inh-estado-anterior " -> "
                           inh-estado-nuevo " resp. "
                           inh-responsable " por " inh-usuario
                       DISPLAY "    " inh-nota
                   END-IF
           END-READ.

       MOSTRAR-INCIDENCIA.
           DISPLAY "================================".
           DISPLAY "INCIDENCIA " inc-numero " cliente "
               inc-clientes-id " alta " inc-fecha-alta.
           DISPLAY "Pedido " inc-pedido " factura " inc-factura
               " linea devuelta " inc-devolucion-linea.
           DISPLAY "Categoria " inc-categoria " prioridad "
               inc-prioridad " objetivo " inc-fecha-objetivo.
           DISPLAY "Estado " inc-estado " (A=abierta C=en curso "
               "R=resuelta X=cerrada) responsable "
               inc-responsable.
           DISPLAY "Descripcion...: " inc-descripcion.

       END PROGRAM "MANTENIMIENTO_INCIDENCIAS".
