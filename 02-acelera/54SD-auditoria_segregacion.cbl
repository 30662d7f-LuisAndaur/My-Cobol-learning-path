      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditoria de segregacion de funciones sobre todos
      *          los circuitos de captura y aprobacion: cambios de
      *          empleados (empleados-pendientes.dat), vales de
      *          gasto, solicitudes de permiso, liberacion de
      *          pedidos retenidos por credito, aprobacion de
      *          facturas de proveedor retenidas, cambios de
      *          salario, corridas de pago a proveedores, asientos
      *          manuales y requisiciones de compra.  Para el
      *          periodo pedido lista en un solo reporte por el
      *          escritor de spool: (1) el mismo empleado que
      *          captura y aprueba un documento, o que aprueba uno
      *          propio; (2) los empleados que en el periodo
      *          actuaron a los dos lados de un par sensible
      *          (cuentas bancarias de proveedor y aprobacion de
      *          pagos, captura de facturas y aprobacion de pagos,
      *          cambios de empleado y cambios de salario), con el
      *          perfil que tiene hoy su usuario; (3) las
      *          aprobaciones hechas por quien no tenia ningun
      *          usuario activo a esa fecha.  El estado de cada
      *          cuenta en una fecha se reconstruye de eventos.log
      *          (altas, bloqueos, desbloqueos y cambios de estado);
      *          la cuenta sin eventos se toma en su estado actual
      *          de usuarios.dat.  Los circuitos cuyo archivo no
      *          existe se saltan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AUDITORIA_SEGREGACION".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO DE SEGURIDAD DE OPERADORES, SOLO LECTURA
       SELECT usuarios-archivo
       ASSIGN TO "usuarios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS usr-usuario
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-usuarios.

      *LOG CENTRAL DE EVENTOS, SOLO LECTURA
       SELECT eventos-log
       ASSIGN TO "eventos.log"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-eventos.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *CAMBIOS DE EMPLEADOS PENDIENTES Y RESUELTOS
       SELECT cambios-pendientes
       ASSIGN TO "empleados-pendientes.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pendientes.

      *VALES DE GASTO
       SELECT gastos-archivo
       ASSIGN TO "gastos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS gst-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-gastos.

      *SOLICITUDES DE PERMISO
       SELECT solicitudes-archivo
       ASSIGN TO "solicitudes-permiso.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS sol-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-solicitudes.

      *COLA DE PEDIDOS RETENIDOS POR CREDITO
       SELECT pedidos-retenidos
       ASSIGN TO "pedidos-retenidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ret-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-retenidos.

      *FACTURAS DE PROVEEDORES
       SELECT compras-facturas
       ASSIGN TO "compras-facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-compras.

      *HISTORIAL DE CAMBIOS DE SALARIO
       SELECT salarios-historia
       ASSIGN TO "salarios-historia.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-historia.

      *LIBRO DE CUENTAS POR PAGAR
       SELECT cuentas-pagar
       ASSIGN TO "cuentas-pagar.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pagar.

      *ASIENTOS MANUALES
       SELECT manuales-archivo
       ASSIGN TO "asientos-manuales.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS am-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-manuales.

      *REQUISICIONES DE COMPRA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

      *AUDITORIA DE CUENTAS BANCARIAS DE PROVEEDORES
       SELECT banco-auditoria
       ASSIGN TO "proveedores-banco-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pbau.

       DATA DIVISION.
       FILE SECTION.
       FD usuarios-archivo.
           COPY "USUARIO-REGISTRO.CPY".

       FD eventos-log.
           COPY "EVENTO-REGISTRO.CPY".

       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       FD cambios-pendientes.
           COPY "EMPLEADOS-PENDIENTE.CPY".

       FD gastos-archivo.
           COPY "GASTO-REGISTRO.CPY".

       FD solicitudes-archivo.
           COPY "SOLICITUD-PERMISO.CPY".

       FD pedidos-retenidos.
           COPY "PEDIDO-RETENIDO.CPY".

       FD compras-facturas.
           COPY "FACTURA-PROVEEDOR.CPY".

       FD salarios-historia.
           COPY "SALARIO-HISTORIA.CPY".

       FD cuentas-pagar.
           COPY "CUENTAS-PAGAR.CPY".

       FD manuales-archivo.
           COPY "ASIENTO-MANUAL.CPY".

       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

       FD banco-auditoria.
           COPY "PROVEEDOR-BANCO-AUDITORIA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-usuarios             PIC X(02) VALUE "00".
       77  estado-eventos              PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-pendientes           PIC X(02) VALUE "00".
       77  estado-gastos               PIC X(02) VALUE "00".
       77  estado-solicitudes          PIC X(02) VALUE "00".
       77  estado-retenidos            PIC X(02) VALUE "00".
       77  estado-compras              PIC X(02) VALUE "00".
       77  estado-historia             PIC X(02) VALUE "00".
       77  estado-pagar                PIC X(02) VALUE "00".
       77  estado-manuales             PIC X(02) VALUE "00".
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  estado-pbau                 PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.
       77  total-aprobaciones          PIC 9(6) VALUE 0.
       77  total-mismo                 PIC 9(5) VALUE 0.
       77  total-pares                 PIC 9(5) VALUE 0.
       77  total-estado                PIC 9(5) VALUE 0.
       77  circuitos-saltados          PIC 9(2) VALUE 0.

      *    APROBACION QUE SE ESTA EVALUANDO: CIRCUITO, DOCUMENTO,
      *    FECHA, EMPLEADO AL QUE SE REFIERE, CAPTURADOR Y APROBADOR
      *    (EMPLEADO, O USUARIO EN LOS CIRCUITOS QUE GUARDAN EL
      *    USUARIO)
       77  ap-circuito                 PIC X(10) VALUE SPACES.
       77  ap-documento                PIC X(20) VALUE SPACES.
       77  ap-fecha                    PIC 9(8) VALUE 0.
       77  ap-sujeto                   PIC X(7) VALUE SPACES.
       77  ap-capturador               PIC X(7) VALUE SPACES.
       77  ap-aprobador                PIC X(7) VALUE SPACES.
       77  ap-aprobador-usuario        PIC X(8) VALUE SPACES.
       77  numero-edicion              PIC Z(5)9.

      *    BUSQUEDAS
       77  que-usuario                 PIC X(8) VALUE SPACES.
       77  que-empleado                PIC X(7) VALUE SPACES.
       77  empleado-de-usuario         PIC X(7) VALUE SPACES.
       77  estado-a-fecha              PIC X VALUE SPACE.
       77  estado-usuario-fecha        PIC X VALUE SPACE.
       77  primer-previo               PIC X VALUE SPACE.
       77  usuarios-del-empleado       PIC 9(3) VALUE 0.
       77  perfil-supervisor           PIC X VALUE "N".
       77  ix-usr                      PIC 9(4) VALUE 0.
       77  ix-evt                      PIC 9(4) VALUE 0.
       77  ix-act                      PIC 9(4) VALUE 0.
       77  ix-hal                      PIC 9(4) VALUE 0.
       77  ix-par                      PIC 9 VALUE 0.
       77  act-hallada                 PIC 9(4) VALUE 0.
       77  act-rol                     PIC 9 VALUE 0.
       77  papel-1                     PIC 9 VALUE 0.
       77  papel-2                     PIC 9 VALUE 0.
       77  tipo-listado                PIC 9 VALUE 0.
       77  listados-tipo               PIC 9(4) VALUE 0.

      *    USUARIOS DE usuarios.dat CON SU EMPLEADO, PERFIL Y ESTADO
      *    ACTUALES
       77  total-usuarios              PIC 9(4) VALUE 0.
       01  tabla-usuarios.
           05  entrada-usuario OCCURS 500 TIMES.
               10  tus-usuario         PIC X(8).
               10  tus-empleados-id    PIC X(7).
               10  tus-perfil          PIC X.
               10  tus-estado          PIC 9.

      *    CAMBIOS DE ESTADO DE CUENTAS SACADOS DE eventos.log, EN
      *    ORDEN CRONOLOGICO: ESTADO QUE DEJA EL EVENTO Y ESTADO QUE
      *    HABIA ANTES (0 = LA CUENTA NO EXISTIA)
       77  total-cambios-estado        PIC 9(4) VALUE 0.
       01  tabla-cambios-estado.
           05  entrada-cambio OCCURS 5000 TIMES.
               10  tce-usuario         PIC X(8).
               10  tce-fecha           PIC 9(8).
               10  tce-estado          PIC X.
               10  tce-previo          PIC X.

      *    ACTIVIDAD DE CADA EMPLEADO EN EL PERIODO POR PAPEL:
      *    1 = CUENTAS BANCARIAS DE PROVEEDOR, 2 = CAPTURA DE
      *    FACTURAS DE PROVEEDOR, 3 = APROBACION DE PAGOS,
      *    4 = SOLICITUD DE CAMBIOS DE EMPLEADO, 5 = CAMBIOS DE
      *    SALARIO
       77  total-actividad             PIC 9(4) VALUE 0.
       01  tabla-actividad.
           05  entrada-actividad OCCURS 1000 TIMES.
               10  tac-empleados-id    PIC X(7).
               10  tac-papel           PIC X OCCURS 5 TIMES.

      *    PARES SENSIBLES: LOS DOS PAPELES Y SU DESCRIPCION
       01  tabla-pares-valores.
           05  FILLER                  PIC X(42)
               VALUE "13CUENTAS BANCO PROVEEDOR Y APROBAR PAGOS".
           05  FILLER                  PIC X(42)
               VALUE "23CAPTURA FACTURAS PROV. Y APROBAR PAGOS ".
           05  FILLER                  PIC X(42)
               VALUE "45CAMBIOS DE EMPLEADO Y CAMBIOS SALARIO  ".
       01  tabla-pares REDEFINES tabla-pares-valores.
           05  entrada-par OCCURS 3 TIMES.
               10  tpa-papel-1         PIC 9.
               10  tpa-papel-2         PIC 9.
               10  tpa-descripcion     PIC X(40).

      *    HALLAZGOS: 1 = CAPTURA Y APRUEBA EL MISMO, 2 = PAR
      *    SENSIBLE, 3 = APROBADOR SIN USUARIO ACTIVO A LA FECHA
       77  total-hallazgos             PIC 9(4) VALUE 0.
       01  tabla-hallazgos.
           05  entrada-hallazgo OCCURS 3000 TIMES.
               10  thz-tipo            PIC 9.
               10  thz-circuito        PIC X(10).
               10  thz-documento       PIC X(20).
               10  thz-fecha           PIC 9(8).
               10  thz-empleados-id    PIC X(7).
               10  thz-texto           PIC X(40).
       77  hz-tipo                     PIC 9 VALUE 0.
       77  hz-empleados-id             PIC X(7) VALUE SPACES.
       77  hz-texto                    PIC X(40) VALUE SPACES.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "AUDITOR".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-segregacion.
           05  FILLER                  PIC X(35)
               VALUE "SEGREGACION DE FUNCIONES, PERIODO ".
           05  ts-desde                PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  ts-hasta                PIC 9(8).

       01  linea-hallazgo.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  lh-circuito             PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  lh-documento            PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  lh-fecha                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  lh-empleados-id         PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  lh-nombre               PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  lh-texto                PIC X(40).

       01  linea-total-segregacion.
           05  lts-leyenda             PIC X(30).
           05  lts-cantidad            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM CARGAR-USUARIO
           UNTIL si-no = "N".

           IF estado-eventos = "00"
               MOVE "S" TO si-no
               PERFORM CARGAR-EVENTO
               UNTIL si-no = "N"
           END-IF.

           PERFORM REVISAR-CAMBIOS-EMPLEADO.
           PERFORM REVISAR-GASTOS.
           PERFORM REVISAR-PERMISOS.
           PERFORM REVISAR-CREDITO.
           PERFORM REVISAR-FACTURAS-PROVEEDOR.
           PERFORM REVISAR-SALARIOS.
           PERFORM REVISAR-PAGOS.
           PERFORM REVISAR-ASIENTOS-MANUALES.
           PERFORM REVISAR-REQUISICIONES.
           PERFORM REVISAR-CUENTAS-BANCO.

           MOVE 0 TO ix-act.
           PERFORM REVISAR-PARES-EMPLEADO
           UNTIL ix-act >= total-actividad.

           PERFORM IMPRIMIR-SEGREGACION.

           DISPLAY "Aprobaciones revisadas.......: "
               total-aprobaciones.
           DISPLAY "Captura y aprueba el mismo...: " total-mismo.
           DISPLAY "Pares sensibles..............: " total-pares.
           DISPLAY "Sin usuario activo a la fecha: " total-estado.
           IF circuitos-saltados > 0
               DISPLAY "Circuitos sin archivo, saltados: "
                   circuitos-saltados
           END-IF.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           DISPLAY "Periodo desde (AAAAMMDD, vacio = dia 1 del mes): ".
           ACCEPT fecha-desde.
           IF fecha-desde = 0
               MOVE fecha-sistema(1:6) TO fecha-desde(1:6)
               MOVE "01" TO fecha-desde(7:2)
           END-IF.

           DISPLAY "Periodo hasta (AAAAMMDD, vacio = hoy): ".
           ACCEPT fecha-hasta.
           IF fecha-hasta = 0
               MOVE fecha-sistema(1:8) TO fecha-hasta
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "AUDITORIA_SEGREGACION" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " fecha-desde " A " fecha-hasta
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT usuarios-archivo.
           IF estado-usuarios NOT = "00"
               DISPLAY "No se pudo abrir usuarios.dat, estado: "
                   estado-usuarios
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT eventos-log.
           IF estado-eventos NOT = "00"
               DISPLAY "Sin eventos.log, las cuentas se toman en su "
                   "estado actual"
           END-IF.

           OPEN INPUT cambios-pendientes.
           OPEN INPUT gastos-archivo.
           OPEN INPUT solicitudes-archivo.
           OPEN INPUT pedidos-retenidos.
           OPEN INPUT compras-facturas.
           OPEN INPUT salarios-historia.
           OPEN INPUT cuentas-pagar.
           OPEN INPUT manuales-archivo.
           OPEN INPUT requisiciones.
           OPEN INPUT banco-auditoria.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-usuarios = "00"
               CLOSE usuarios-archivo
           END-IF.
           IF estado-empleados = "00"
               CLOSE empleados-archivo
           END-IF.
           IF estado-eventos = "00"
               CLOSE eventos-log
           END-IF.
           IF estado-pendientes = "00"
               CLOSE cambios-pendientes
           END-IF.
           IF estado-gastos = "00"
               CLOSE gastos-archivo
           END-IF.
           IF estado-solicitudes = "00"
               CLOSE solicitudes-archivo
           END-IF.
           IF estado-retenidos = "00"
               CLOSE pedidos-retenidos
           END-IF.
           IF estado-compras = "00"
               CLOSE compras-facturas
           END-IF.
           IF estado-historia = "00"
               CLOSE salarios-historia
           END-IF.
           IF estado-pagar = "00"
               CLOSE cuentas-pagar
           END-IF.
           IF estado-manuales = "00"
               CLOSE manuales-archivo
           END-IF.
           IF estado-requisiciones = "00"
               CLOSE requisiciones
           END-IF.
           IF estado-pbau = "00"
               CLOSE banco-auditoria
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-USUARIO.
           READ usuarios-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF total-usuarios >= 500
               DISPLAY "Tabla de usuarios desbordada"
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-usuarios.
           MOVE usr-usuario TO tus-usuario(total-usuarios).
           MOVE usr-empleados-id TO tus-empleados-id(total-usuarios).
           MOVE usr-perfil TO tus-perfil(total-usuarios).
           MOVE usr-estado TO tus-estado(total-usuarios).

      *    SOLO INTERESAN LOS EVENTOS QUE CAMBIAN EL ESTADO DE UNA
      *    CUENTA; LA CLAVE DEL EVENTO LLEVA EL USUARIO
       CARGAR-EVENTO.
           READ eventos-log
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF total-cambios-estado >= 5000
               DISPLAY "Tabla de cambios de estado desbordada"
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ev-texto
               WHEN "ALTA DE USUARIO"
                   MOVE "1" TO tce-estado(total-cambios-estado + 1)
                   MOVE "0" TO tce-previo(total-cambios-estado + 1)
               WHEN "CUENTA DESBLOQUEADA"
                   MOVE "1" TO tce-estado(total-cambios-estado + 1)
                   MOVE "3" TO tce-previo(total-cambios-estado + 1)
               WHEN "CUENTA ACTIVADA"
                   MOVE "1" TO tce-estado(total-cambios-estado + 1)
                   MOVE "2" TO tce-previo(total-cambios-estado + 1)
               WHEN "CUENTA INACTIVADA"
                   MOVE "2" TO tce-estado(total-cambios-estado + 1)
                   MOVE "1" TO tce-previo(total-cambios-estado + 1)
               WHEN "CUENTA BLOQUEADA POR INTENTOS"
               WHEN "CUENTA BLOQUEADA POR SUPERVISOR"
                   MOVE "3" TO tce-estado(total-cambios-estado + 1)
                   MOVE "1" TO tce-previo(total-cambios-estado + 1)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO total-cambios-estado.
           MOVE ev-clave(1:8) TO tce-usuario(total-cambios-estado).
           MOVE ev-fecha-hora(1:8) TO tce-fecha(total-cambios-estado).

      *    CAMBIOS DE EMPLEADO: EL ARCHIVO NO GUARDA LA FECHA DE
      *    RESOLUCION, SE TOMA LA DE LA SOLICITUD
       REVISAR-CAMBIOS-EMPLEADO.
           IF estado-pendientes NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-CAMBIO-EMPLEADO
           UNTIL si-no = "N".

       LEER-CAMBIO-EMPLEADO.
           READ cambios-pendientes
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF pend-fecha-hora(1:8) < fecha-desde
           OR pend-fecha-hora(1:8) > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE 4 TO act-rol.
           MOVE pend-solicitante TO que-empleado.
           PERFORM ANOTAR-ACTIVIDAD.

           IF pend-pendiente
               EXIT PARAGRAPH
           END-IF.

           MOVE "EMPLEADOS" TO ap-circuito.
           MOVE SPACES TO ap-documento.
           STRING pend-tipo DELIMITED BY SPACE
               " " pend-empleados-id DELIMITED BY SIZE
               INTO ap-documento.
           MOVE pend-fecha-hora(1:8) TO ap-fecha.
           MOVE pend-empleados-id TO ap-sujeto.
           MOVE pend-solicitante TO ap-capturador.
           MOVE pend-supervisor TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    VALES DE GASTO: FECHA DEL VALE
       REVISAR-GASTOS.
           IF estado-gastos NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-GASTO
           UNTIL si-no = "N".

       LEER-GASTO.
           READ gastos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF gst-pendiente
           OR gst-fecha < fecha-desde
           OR gst-fecha > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "GASTOS" TO ap-circuito.
           MOVE gst-numero TO numero-edicion.
           MOVE SPACES TO ap-documento.
           STRING "VALE " numero-edicion
               DELIMITED BY SIZE INTO ap-documento.
           MOVE gst-fecha TO ap-fecha.
           MOVE gst-empleados-id TO ap-sujeto.
           MOVE gst-capturado-por TO ap-capturador.
           MOVE gst-resuelto-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    PERMISOS: NO SE GUARDA QUIEN CAPTURO NI CUANDO SE
      *    RESOLVIO; CUENTA EL PRIMER DIA DE AUSENCIA Y QUE EL
      *    EMPLEADO NO SE APRUEBE LO SUYO
       REVISAR-PERMISOS.
           IF estado-solicitudes NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-PERMISO
           UNTIL si-no = "N".

       LEER-PERMISO.
           READ solicitudes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF sol-pendiente
           OR sol-desde < fecha-desde
           OR sol-desde > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "PERMISOS" TO ap-circuito.
           MOVE sol-numero TO numero-edicion.
           MOVE SPACES TO ap-documento.
           STRING "SOLICITUD " numero-edicion
               DELIMITED BY SIZE INTO ap-documento.
           MOVE sol-desde TO ap-fecha.
           MOVE sol-empleados-id TO ap-sujeto.
           MOVE SPACES TO ap-capturador.
           MOVE sol-resuelto-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

       REVISAR-CREDITO.
           IF estado-retenidos NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-RETENIDO
           UNTIL si-no = "N".

       LEER-RETENIDO.
           READ pedidos-retenidos NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF ret-pendiente
           OR ret-fecha-resolucion < fecha-desde
           OR ret-fecha-resolucion > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREDITO" TO ap-circuito.
           MOVE ret-numero TO numero-edicion.
           MOVE SPACES TO ap-documento.
           STRING "PEDIDO " numero-edicion
               DELIMITED BY SIZE INTO ap-documento.
           MOVE ret-fecha-resolucion TO ap-fecha.
           MOVE SPACES TO ap-sujeto.
           MOVE ret-capturado-por TO ap-capturador.
           MOVE ret-resuelto-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    FACTURAS DE PROVEEDOR: TODA CAPTURA CUENTA COMO PAPEL; SOLO
      *    LAS RETENIDAS PASAN POR APROBACION
       REVISAR-FACTURAS-PROVEEDOR.
           IF estado-compras NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-FACTURA-PROVEEDOR
           UNTIL si-no = "N".

       LEER-FACTURA-PROVEEDOR.
           READ compras-facturas NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF fpr-fecha >= fecha-desde
           AND fpr-fecha <= fecha-hasta
               MOVE 2 TO act-rol
               MOVE fpr-capturado-por TO que-empleado
               PERFORM ANOTAR-ACTIVIDAD
           END-IF.

           IF fpr-aprobado-por = SPACES
           OR fpr-fecha-aprobacion < fecha-desde
           OR fpr-fecha-aprobacion > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "FACT.PROV." TO ap-circuito.
           MOVE SPACES TO ap-documento.
           STRING fpr-prov-id DELIMITED BY SIZE
               " " fpr-numero DELIMITED BY SIZE
               INTO ap-documento.
           MOVE fpr-fecha-aprobacion TO ap-fecha.
           MOVE SPACES TO ap-sujeto.
           MOVE fpr-capturado-por TO ap-capturador.
           MOVE fpr-aprobado-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    SALARIOS: EL QUE APLICA EL CAMBIO LO APRUEBA; SE VIGILA
      *    QUE NO SE SUBA EL SUYO.  FECHA EFECTIVA DEL CAMBIO.
       REVISAR-SALARIOS.
           IF estado-historia NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-CAMBIO-SALARIO
           UNTIL si-no = "N".

       LEER-CAMBIO-SALARIO.
           READ salarios-historia
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF sh-fecha-efectiva < fecha-desde
           OR sh-fecha-efectiva > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE 5 TO act-rol.
           MOVE sh-usuario TO que-empleado.
           PERFORM ANOTAR-ACTIVIDAD.

           MOVE "SALARIOS" TO ap-circuito.
           MOVE SPACES TO ap-documento.
           STRING sh-origen DELIMITED BY SPACE
               " " sh-empleados-id DELIMITED BY SIZE
               INTO ap-documento.
           MOVE sh-fecha-efectiva TO ap-fecha.
           MOVE sh-empleados-id TO ap-sujeto.
           MOVE SPACES TO ap-capturador.
           MOVE sh-usuario TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    PAGOS: CADA CARGO O DEBITO PAGADO LLEVA QUIEN LO CAPTURO
      *    Y QUIEN APROBO LA CORRIDA; EL PROPIO ASIENTO DEL PAGO NO
      *    SE EVALUA
       REVISAR-PAGOS.
           IF estado-pagar NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-PARTIDA-PAGAR
           UNTIL si-no = "N".

       LEER-PARTIDA-PAGAR.
           READ cuentas-pagar
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF cpag-pago
           OR cpag-aprobado-por = SPACES
           OR cpag-fecha-aprobacion < fecha-desde
           OR cpag-fecha-aprobacion > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE 3 TO act-rol.
           MOVE cpag-aprobado-por TO que-empleado.
           PERFORM ANOTAR-ACTIVIDAD.

           MOVE "PAGOS" TO ap-circuito.
           MOVE SPACES TO ap-documento.
           STRING cpag-prov-id DELIMITED BY SIZE
               " " cpag-referencia DELIMITED BY SIZE
               INTO ap-documento.
           MOVE cpag-fecha-aprobacion TO ap-fecha.
           MOVE SPACES TO ap-sujeto.
           MOVE cpag-capturado-por TO ap-capturador.
           MOVE cpag-aprobado-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

       REVISAR-ASIENTOS-MANUALES.
           IF estado-manuales NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-ASIENTO-MANUAL
           UNTIL si-no = "N".

       LEER-ASIENTO-MANUAL.
           READ manuales-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF am-pendiente
           OR am-fecha-resolucion < fecha-desde
           OR am-fecha-resolucion > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "ASIENTOS" TO ap-circuito.
           MOVE am-numero TO numero-edicion.
           MOVE SPACES TO ap-documento.
           STRING "MANUAL " numero-edicion
               DELIMITED BY SIZE INTO ap-documento.
           MOVE am-fecha-resolucion TO ap-fecha.
           MOVE SPACES TO ap-sujeto.
           MOVE am-capturado-por TO ap-capturador.
           MOVE am-resuelto-por TO ap-aprobador.
           MOVE SPACES TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    REQUISICIONES: EL SOLICITANTE ES EMPLEADO, EL QUE RESUELVE
      *    QUEDA COMO USUARIO
       REVISAR-REQUISICIONES.
           IF estado-requisiciones NOT = "00"
               ADD 1 TO circuitos-saltados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-REQUISICION
           UNTIL si-no = "N".

       LEER-REQUISICION.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF req-por-resolver
           OR req-resuelto-por = SPACES
           OR req-fecha-resolucion < fecha-desde
           OR req-fecha-resolucion > fecha-hasta
               EXIT PARAGRAPH
           END-IF.

           MOVE "REQUISIC." TO ap-circuito.
           MOVE req-numero TO numero-edicion.
           MOVE SPACES TO ap-documento.
           STRING "REQUISICION " numero-edicion
               DELIMITED BY SIZE INTO ap-documento.
           MOVE req-fecha-resolucion TO ap-fecha.
           MOVE SPACES TO ap-sujeto.
           MOVE req-solicitante TO ap-capturador.
           MOVE SPACES TO ap-aprobador.
           MOVE req-resuelto-por TO ap-aprobador-usuario.
           PERFORM EVALUAR-APROBACION.

      *    CUENTAS BANCARIAS DE PROVEEDOR: SOLO CUENTAN COMO PAPEL
      *    LAS ALTAS Y LOS CAMBIOS DE IBAN
       REVISAR-CUENTAS-BANCO.
           IF estado-pbau NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO si-no.
           PERFORM LEER-AUDITORIA-BANCO
           UNTIL si-no = "N".

       LEER-AUDITORIA-BANCO.
           READ banco-auditoria
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF pbau-fecha-hora(1:8) < fecha-desde
           OR pbau-fecha-hora(1:8) > fecha-hasta
           OR NOT (pbau-op-alta OR pbau-op-cambio)
               EXIT PARAGRAPH
           END-IF.

           MOVE pbau-usuario TO que-usuario.
           PERFORM BUSCAR-EMPLEADO-DE-USUARIO.
           MOVE 1 TO act-rol.
           MOVE empleado-de-usuario TO que-empleado.
           PERFORM ANOTAR-ACTIVIDAD.

      *    LAS TRES PRUEBAS SOBRE UNA APROBACION.  SIN APROBADOR
      *    ANOTADO NO HAY NADA QUE PROBAR.
       EVALUAR-APROBACION.
           IF ap-aprobador = SPACES
           AND ap-aprobador-usuario = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-aprobaciones.

           IF ap-aprobador = SPACES
               MOVE ap-aprobador-usuario TO que-usuario
               PERFORM BUSCAR-EMPLEADO-DE-USUARIO
               MOVE empleado-de-usuario TO ap-aprobador
           END-IF.

           IF ap-aprobador NOT = SPACES
               IF ap-capturador = ap-aprobador
                   MOVE 1 TO hz-tipo
                   MOVE ap-aprobador TO hz-empleados-id
                   MOVE "CAPTURO Y APROBO EL MISMO EMPLEADO"
                       TO hz-texto
                   PERFORM ANOTAR-HALLAZGO
                   ADD 1 TO total-mismo
               ELSE
                   IF ap-sujeto = ap-aprobador
                       MOVE 1 TO hz-tipo
                       MOVE ap-aprobador TO hz-empleados-id
                       MOVE "APROBO UN DOCUMENTO SUYO" TO hz-texto
                       PERFORM ANOTAR-HALLAZGO
                       ADD 1 TO total-mismo
                   END-IF
               END-IF
           END-IF.

           IF ap-aprobador-usuario NOT = SPACES
               MOVE ap-aprobador-usuario TO que-usuario
               PERFORM ESTADO-USUARIO-A-FECHA
               MOVE estado-usuario-fecha TO estado-a-fecha
               IF ap-aprobador = SPACES
                   MOVE "X" TO estado-a-fecha
               END-IF
           ELSE
               MOVE ap-aprobador TO que-empleado
               PERFORM ESTADO-EMPLEADO-A-FECHA
           END-IF.

           IF estado-a-fecha = "1"
               EXIT PARAGRAPH
           END-IF.

           MOVE 3 TO hz-tipo.
           MOVE ap-aprobador TO hz-empleados-id.
           EVALUATE estado-a-fecha
               WHEN "0"
                   MOVE "APROBO ANTES DEL ALTA DE SU USUARIO"
                       TO hz-texto
               WHEN "2"
                   MOVE "APROBO CON EL USUARIO INACTIVO" TO hz-texto
               WHEN "3"
                   MOVE "APROBO CON EL USUARIO BLOQUEADO" TO hz-texto
               WHEN "X"
                   MOVE SPACES TO hz-texto
                   STRING "USUARIO " ap-aprobador-usuario
                       " NO EXISTE EN SEGURIDAD"
                       DELIMITED BY SIZE INTO hz-texto
               WHEN OTHER
                   MOVE "APROBADOR SIN USUARIO EN SEGURIDAD"
                       TO hz-texto
           END-EVALUATE.
           PERFORM ANOTAR-HALLAZGO.
           ADD 1 TO total-estado.

       BUSCAR-EMPLEADO-DE-USUARIO.
           MOVE SPACES TO empleado-de-usuario.
           MOVE 0 TO ix-usr.
           PERFORM PROBAR-USUARIO
           UNTIL empleado-de-usuario NOT = SPACES
               OR ix-usr >= total-usuarios.

       PROBAR-USUARIO.
           ADD 1 TO ix-usr.
           IF tus-usuario(ix-usr) = que-usuario
               MOVE tus-empleados-id(ix-usr) TO empleado-de-usuario
           END-IF.

      *    UN EMPLEADO PUEDE TENER VARIOS USUARIOS: BASTA CON QUE
      *    UNO ESTUVIERA ACTIVO A LA FECHA.  SIN NINGUNO QUEDA "N".
       ESTADO-EMPLEADO-A-FECHA.
           MOVE "N" TO estado-a-fecha.
           MOVE 0 TO ix-usr.
           PERFORM PROBAR-USUARIO-EMPLEADO
           UNTIL estado-a-fecha = "1"
               OR ix-usr >= total-usuarios.

       PROBAR-USUARIO-EMPLEADO.
           ADD 1 TO ix-usr.
           IF tus-empleados-id(ix-usr) NOT = que-empleado
               EXIT PARAGRAPH
           END-IF.
           MOVE tus-usuario(ix-usr) TO que-usuario.
           PERFORM ESTADO-USUARIO-A-FECHA.
           MOVE estado-usuario-fecha TO estado-a-fecha.

      *    EL ESTADO A LA FECHA ES EL DEL ULTIMO EVENTO DE ESE DIA O
      *    ANTERIOR; SI TODOS SON POSTERIORES, EL QUE HABIA ANTES
      *    DEL PRIMERO; SIN EVENTOS, EL ESTADO ACTUAL
       ESTADO-USUARIO-A-FECHA.
           MOVE SPACE TO estado-usuario-fecha.
           MOVE SPACE TO primer-previo.
           MOVE 0 TO ix-evt.
           PERFORM PROBAR-CAMBIO-ESTADO
           UNTIL ix-evt >= total-cambios-estado.

           IF estado-usuario-fecha NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF primer-previo NOT = SPACE
               MOVE primer-previo TO estado-usuario-fecha
               EXIT PARAGRAPH
           END-IF.

           MOVE "X" TO estado-usuario-fecha.
           MOVE 0 TO ix-usr.
           PERFORM PROBAR-ESTADO-ACTUAL
           UNTIL estado-usuario-fecha NOT = "X"
               OR ix-usr >= total-usuarios.

       PROBAR-CAMBIO-ESTADO.
           ADD 1 TO ix-evt.
           IF tce-usuario(ix-evt) NOT = que-usuario
               EXIT PARAGRAPH
           END-IF.
           IF primer-previo = SPACE
               MOVE tce-previo(ix-evt) TO primer-previo
           END-IF.
           IF tce-fecha(ix-evt) <= ap-fecha
               MOVE tce-estado(ix-evt) TO estado-usuario-fecha
           END-IF.

       PROBAR-ESTADO-ACTUAL.
           ADD 1 TO ix-usr.
           IF tus-usuario(ix-usr) = que-usuario
               MOVE tus-estado(ix-usr) TO estado-usuario-fecha
           END-IF.

       ANOTAR-ACTIVIDAD.
           IF que-empleado = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO act-hallada.
           MOVE 0 TO ix-act.
           PERFORM BUSCAR-ACTIVIDAD
           UNTIL act-hallada NOT = 0
               OR ix-act >= total-actividad.

           IF act-hallada = 0
               IF total-actividad >= 1000
                   DISPLAY "Tabla de actividad desbordada"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-actividad
               MOVE total-actividad TO act-hallada
               MOVE que-empleado TO tac-empleados-id(act-hallada)
               MOVE ALL "N" TO entrada-actividad(act-hallada)(8:5)
           END-IF.
           MOVE "S" TO tac-papel(act-hallada, act-rol).

       BUSCAR-ACTIVIDAD.
           ADD 1 TO ix-act.
           IF tac-empleados-id(ix-act) = que-empleado
               MOVE ix-act TO act-hallada
           END-IF.

       REVISAR-PARES-EMPLEADO.
           ADD 1 TO ix-act.
           MOVE 0 TO ix-par.
           PERFORM PROBAR-PAR 3 TIMES.

       PROBAR-PAR.
           ADD 1 TO ix-par.
           MOVE tpa-papel-1(ix-par) TO papel-1.
           MOVE tpa-papel-2(ix-par) TO papel-2.
           IF tac-papel(ix-act, papel-1) NOT = "S"
           OR tac-papel(ix-act, papel-2) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tac-empleados-id(ix-act) TO que-empleado.
           MOVE "N" TO perfil-supervisor.
           MOVE 0 TO ix-usr.
           PERFORM PROBAR-PERFIL-EMPLEADO
           UNTIL ix-usr >= total-usuarios.

           MOVE "PARES" TO ap-circuito.
           IF perfil-supervisor = "S"
               MOVE "PERFIL SUPERVISOR" TO ap-documento
           ELSE
               MOVE "PERFIL OPERADOR" TO ap-documento
           END-IF.
           MOVE 0 TO ap-fecha.
           MOVE 2 TO hz-tipo.
           MOVE que-empleado TO hz-empleados-id.
           MOVE tpa-descripcion(ix-par) TO hz-texto.
           PERFORM ANOTAR-HALLAZGO.
           ADD 1 TO total-pares.

       PROBAR-PERFIL-EMPLEADO.
           ADD 1 TO ix-usr.
           IF tus-empleados-id(ix-usr) = que-empleado
           AND tus-perfil(ix-usr) = "S"
               MOVE "S" TO perfil-supervisor
           END-IF.

       ANOTAR-HALLAZGO.
           IF total-hallazgos >= 3000
               DISPLAY "Tabla de hallazgos desbordada"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-hallazgos.
           MOVE hz-tipo TO thz-tipo(total-hallazgos).
           MOVE ap-circuito TO thz-circuito(total-hallazgos).
           MOVE ap-documento TO thz-documento(total-hallazgos).
           MOVE ap-fecha TO thz-fecha(total-hallazgos).
           MOVE hz-empleados-id TO thz-empleados-id(total-hallazgos).
           MOVE hz-texto TO thz-texto(total-hallazgos).

       IMPRIMIR-SEGREGACION.
           MOVE fecha-desde TO ts-desde.
           MOVE fecha-hasta TO ts-hasta.
           MOVE titulo-segregacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 1 TO tipo-listado.
           MOVE "CAPTURA Y APRUEBA LA MISMA PERSONA"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.
           MOVE 2 TO tipo-listado.
           MOVE "PARES SENSIBLES EN EL PERIODO (PERFIL ACTUAL)"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.
           MOVE 3 TO tipo-listado.
           MOVE "APROBACIONES SIN USUARIO ACTIVO A LA FECHA"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "APROBACIONES REVISADAS.......:" TO lts-leyenda.
           MOVE total-aprobaciones TO lts-cantidad.
           MOVE linea-total-segregacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "CAPTURA Y APRUEBA EL MISMO...:" TO lts-leyenda.
           MOVE total-mismo TO lts-cantidad.
           MOVE linea-total-segregacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "PARES SENSIBLES..............:" TO lts-leyenda.
           MOVE total-pares TO lts-cantidad.
           MOVE linea-total-segregacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "SIN USUARIO ACTIVO A LA FECHA:" TO lts-leyenda.
           MOVE total-estado TO lts-cantidad.
           MOVE linea-total-segregacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    LA LEYENDA DEL BLOQUE LA DEJA EL LLAMADOR EN LA LINEA DE
      *    SPOOL; SOLO SE IMPRIME SI EL BLOQUE TIENE ALGUN HALLAZGO
       IMPRIMIR-TIPO-HALLAZGO.
           MOVE 0 TO listados-tipo.
           MOVE 0 TO ix-hal.
           PERFORM IMPRIMIR-HALLAZGO
           UNTIL ix-hal >= total-hallazgos.

       IMPRIMIR-HALLAZGO.
           ADD 1 TO ix-hal.
           IF thz-tipo(ix-hal) NOT = tipo-listado
               EXIT PARAGRAPH
           END-IF.

           IF listados-tipo = 0
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           ADD 1 TO listados-tipo.

           MOVE thz-circuito(ix-hal) TO lh-circuito.
           MOVE thz-documento(ix-hal) TO lh-documento.
           IF thz-fecha(ix-hal) = 0
               MOVE SPACES TO lh-fecha
           ELSE
               MOVE thz-fecha(ix-hal) TO lh-fecha
           END-IF.
           MOVE thz-empleados-id(ix-hal) TO lh-empleados-id.
           MOVE SPACES TO lh-nombre.
           IF thz-empleados-id(ix-hal) NOT = SPACES
               MOVE thz-empleados-id(ix-hal) TO empleados-id
               READ empleados-archivo
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO lh-nombre
                   NOT INVALID KEY
                       STRING empleados-nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           empleados-apellidos DELIMITED BY SIZE
                           INTO lh-nombre
               END-READ
           END-IF.
           MOVE thz-texto(ix-hal) TO lh-texto.

           MOVE linea-hallazgo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "AUDITORIA_SEGREGACION".
