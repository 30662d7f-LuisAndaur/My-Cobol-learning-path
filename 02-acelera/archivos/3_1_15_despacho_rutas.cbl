      ******************************************************************
      * Author:
      * Date:
      * Purpose: Despacho diario de rutas de reparto.  Para la fecha
      *          de reparto pedida toma las rutas activas que salen
      *          ese dia de la semana y agrupa en ellas los pedidos
      *          preparados (P) o enviados sin entrega confirmada
      *          (E) que no van ya en un manifiesto pendiente.  La
      *          ruta y el orden de parada salen de la direccion de
      *          entrega del pedido o, si no tiene, de la ficha del
      *          cliente.  Por cada ruta graba un manifiesto en
      *          manifiestos.dat (numerado con manifiestos-control.dat)
      *          e imprime la lista de carga de la furgoneta en orden
      *          inverso de parada, con el total de unidades, y el
      *          manifiesto del conductor en orden de entrega con
      *          espacio para las firmas.  Los pedidos sin ruta o con
      *          una ruta inexistente o de baja salen al final para
      *          que se les asigne una.  CONFIRMAR_ENTREGA cierra
      *          despues el manifiesto entero de una vez.  Se emite
      *          por el escritor de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DESPACHO_RUTAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS DE PEDIDO, SOLO LECTURA
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LINEAS DE PEDIDO, SOLO LECTURA
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle.

      *REGISTRO DE ENTREGAS, SOLO LECTURA
       SELECT entregas-archivo
       ASSIGN TO "entregas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ent-pedido
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-entregas.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *DIRECCIONES DE ENTREGA DE LOS CLIENTES, SOLO LECTURA
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

      *MAESTRO DE RUTAS DE REPARTO, SOLO LECTURA
       SELECT rutas-archivo
       ASSIGN TO "rutas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rut-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rutas.

      *MANIFIESTOS DE REPARTO EN MODO INDEXADO
       SELECT manifiestos-archivo
       ASSIGN TO "manifiestos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS man-clave
       ALTERNATE RECORD KEY IS man-pedido WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-manifiestos.

      *REGISTRO DE NUMERACION DE MANIFIESTOS (UN SOLO REGISTRO)
       SELECT manifiestos-control
       ASSIGN TO "manifiestos-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *ARCHIVO DE TRABAJO DEL SORT
       SELECT trabajo-sort
       ASSIGN TO "despacho.srt".

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *REGISTRO DE ENTREGAS
       FD entregas-archivo.
           COPY "ENTREGA-REGISTRO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

      *MAESTRO DE RUTAS
       FD rutas-archivo.
           COPY "RUTA-REGISTRO.CPY".

      *MANIFIESTOS DE REPARTO
       FD manifiestos-archivo.
           COPY "MANIFIESTO-REGISTRO.CPY".

      *REGISTRO DE NUMERACION
       FD manifiestos-control.
       01  control-registro.
           05  ctrl-ultimo-manifiesto  PIC 9(6).

      *ARCHIVO DE TRABAJO DEL SORT: GRUPO 1 = PEDIDO CON RUTA DEL
      *DIA, GRUPO 2 = PEDIDO SIN RUTA ACTIVA
       SD trabajo-sort.
       01  sort-registro.
           05  sort-grupo              PIC X.
           05  sort-conductor          PIC X(7).
           05  sort-ruta               PIC X(4).
           05  sort-orden              PIC 9(3).
           05  sort-pedido             PIC 9(6).
           05  sort-furgoneta          PIC X(10).
           05  sort-descripcion        PIC X(30).
           05  sort-clientes-id        PIC X(7).
           05  sort-direccion-envio    PIC 9(3).
           05  sort-unidades           PIC 9(7).
           05  sort-direccion          PIC X(35).
           05  sort-motivo             PIC X(30).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-detalle              PIC X(02) VALUE "00".
       77  estado-entregas             PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  estado-rutas                PIC X(02) VALUE "00".
       77  estado-manifiestos          PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  hay-entregas                PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-direcciones             PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-reparto               PIC 9(8) VALUE 0.
       77  dia-reparto                 PIC 9 VALUE 0.
       77  numero-manifiesto           PIC 9(6) VALUE 0.
       77  leyendo-detalle             PIC X VALUE "S".
       77  leyendo-manifiesto          PIC X VALUE "S".
       77  pedido-en-reparto           PIC X VALUE "N".
       77  ruta-pedido                 PIC X(4) VALUE SPACES.
       77  orden-pedido                PIC 9(3) VALUE 0.
       77  direccion-pedido            PIC X(35) VALUE SPACES.
       77  unidades-pedido             PIC 9(7) VALUE 0.
       77  pedidos-despachados         PIC 9(5) VALUE 0.
       77  pedidos-sin-ruta            PIC 9(5) VALUE 0.
       77  pedidos-otro-dia            PIC 9(5) VALUE 0.
       77  pedidos-fuera-tabla         PIC 9(5) VALUE 0.
       77  manifiestos-grabados        PIC 9(5) VALUE 0.
       77  primera-ruta                PIC X VALUE "S".
       77  primer-sin-ruta             PIC X VALUE "S".
       77  total-unidades              PIC 9(7) VALUE 0.

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

      *    RUTA EN CURSO EN LA SALIDA DEL SORT Y SUS PARADAS EN
      *    ORDEN DE ENTREGA, HASTA EL CORTE DE RUTA
       01  ruta-en-curso.
           05  rc-conductor            PIC X(7).
           05  rc-ruta                 PIC X(4).
           05  rc-furgoneta            PIC X(10).
           05  rc-descripcion          PIC X(30).
       77  paradas-cargadas            PIC 9(3) VALUE 0.
       77  max-paradas                 PIC 9(3) VALUE 200.
       77  ix-parada                   PIC 9(3) VALUE 0.
       01  tabla-paradas.
           05  parada-ruta OCCURS 200 TIMES.
               10  tp-pedido           PIC 9(6).
               10  tp-clientes-id      PIC X(7).
               10  tp-direccion-envio  PIC 9(3).
               10  tp-orden            PIC 9(3).
               10  tp-unidades         PIC 9(7).
               10  tp-direccion        PIC X(35).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-carga.
           05  FILLER                  PIC X(31)
               VALUE "PARADA ORDEN PEDIDO CLIENTE".
           05  FILLER                  PIC X(9)
               VALUE " UNIDADES".

       01  detalle-carga.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  dl-parada               PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  dl-orden                PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dl-pedido               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dl-cliente              PIC X(7).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  dl-unidades             PIC Z.ZZZ.ZZ9.

       01  encabezado-manifiesto.
           05  FILLER                  PIC X(51)
               VALUE "PARADA PEDIDO CLIENTE NOMBRE".
           05  FILLER                  PIC X(36)
               VALUE "DIRECCION".
           05  FILLER                  PIC X(9)
               VALUE " UNIDADES".

       01  detalle-manifiesto.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  dm-parada               PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dm-pedido               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dm-cliente              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dm-nombre               PIC X(28).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dm-direccion            PIC X(35).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dm-unidades             PIC Z.ZZZ.ZZ9.

       01  linea-firma-parada.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               "RECIBE: ______________________  FIRMA: _______________".

       01  linea-firma-salida.
           05  FILLER                  PIC X(46)
               VALUE "SALIDA DE ALMACEN, FIRMA: ____________________".
           05  FILLER                  PIC X(40)
               VALUE "  CONDUCTOR, FIRMA: ____________________".

       01  linea-firma-cierre.
           05  FILLER                  PIC X(46)
               VALUE "CIERRE DE RUTA, HORA: ________".
           05  FILLER                  PIC X(40)
               VALUE "  CONDUCTOR, FIRMA: ____________________".

       01  encabezado-sin-ruta.
           05  FILLER                  PIC X(44)
               VALUE "PEDIDOS SIN RUTA ACTIVA (ASIGNAR RUTA EN LA ".
           05  FILLER                  PIC X(35)
               VALUE "FICHA O EN LA DIRECCION DE ENTREGA)".

       01  detalle-sin-ruta.
           05  ds-pedido               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ds-cliente              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ds-direccion            PIC X(35).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ds-motivo               PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Fecha de reparto (AAAAMMDD, 0 = hoy): ".
           ACCEPT fecha-reparto.
           IF fecha-reparto = 0
               MOVE fecha-sistema(1:8) TO fecha-reparto
           END-IF.

           MOVE "V" TO sf-operacion.
           MOVE fecha-reparto TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha de reparto invalida: " fecha-reparto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "S" TO sf-operacion.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           MOVE sf-resultado-num TO dia-reparto.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           SORT trabajo-sort
               ON ASCENDING KEY sort-grupo
               ON ASCENDING KEY sort-conductor
               ON ASCENDING KEY sort-ruta
               ON ASCENDING KEY sort-orden
               ON ASCENDING KEY sort-pedido
               INPUT PROCEDURE IS SELECCIONAR-PEDIDOS
               OUTPUT PROCEDURE IS IMPRIMIR-DESPACHO.

           DISPLAY "Manifiestos grabados: " manifiestos-grabados.
           DISPLAY "Pedidos despachados.: " pedidos-despachados.
           IF pedidos-otro-dia > 0
               DISPLAY "Pedidos de rutas que no salen ese dia: "
                   pedidos-otro-dia
           END-IF.
           IF pedidos-sin-ruta > 0
               DISPLAY "Pedidos sin ruta activa: " pedidos-sin-ruta
           END-IF.
           IF pedidos-fuera-tabla > 0
               DISPLAY "Pedidos que no caben en la ruta, quedan "
                   "para otro despacho: " pedidos-fuera-tabla
           END-IF.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
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
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "No se pudo abrir pedidos-detalle.dat, estado: "
                   estado-detalle
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT rutas-archivo.
           IF estado-rutas NOT = "00"
               DISPLAY "No se pudo abrir rutas.dat, estado: "
                   estado-rutas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O manifiestos-archivo.
           IF estado-manifiestos = "35"
               OPEN OUTPUT manifiestos-archivo
               CLOSE manifiestos-archivo
               OPEN I-O manifiestos-archivo
           END-IF.
           IF estado-manifiestos NOT = "00"
               DISPLAY "No se pudo abrir manifiestos.dat, estado: "
                   estado-manifiestos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN ENTREGAS NINGUN ENVIADO ESTA CONFIRMADO; SIN CLIENTES
      *    NI DIRECCIONES NO HAY DE DONDE SACAR LA RUTA
           OPEN INPUT entregas-archivo.
           IF estado-entregas = "00"
               MOVE "S" TO hay-entregas
           ELSE
               MOVE "N" TO hay-entregas
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
           END-IF.

           OPEN INPUT direcciones-envio.
           IF estado-direcciones = "00"
               MOVE "S" TO hay-direcciones
           ELSE
               MOVE "N" TO hay-direcciones
           END-IF.

           MOVE "DESPACHO_RUTAS" TO spool-reporte.
           MOVE empleado-firmado TO spool-operador.
           MOVE SPACES TO spool-parametros.
           STRING "REPARTO " fecha-reparto " DIA " dia-reparto
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE rutas-archivo.
           CLOSE manifiestos-archivo.
           IF hay-entregas = "S"
               CLOSE entregas-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT manifiestos-control.
           IF estado-control = "35"
               MOVE 0 TO numero-manifiesto
           ELSE
               READ manifiestos-control
                   AT END
                       MOVE 0 TO numero-manifiesto
                   NOT AT END
                       MOVE ctrl-ultimo-manifiesto
                           TO numero-manifiesto
               END-READ
               CLOSE manifiestos-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT manifiestos-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar manifiestos-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-manifiesto TO ctrl-ultimo-manifiesto
               WRITE control-registro
               CLOSE manifiestos-control
           END-IF.

       SELECCIONAR-PEDIDOS.
           MOVE "S" TO si-no.
           PERFORM SELECCIONAR-UN-PEDIDO
           UNTIL si-no = "N".

       SELECCIONAR-UN-PEDIDO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ped-preparado AND NOT ped-enviado
               EXIT PARAGRAPH
           END-IF.

      *    EL ENVIADO YA ENTREGADO NO VUELVE A SALIR; EL FALLIDO SI,
      *    ES EL REINTENTO
           IF ped-enviado AND hay-entregas = "S"
               MOVE ped-numero TO ent-pedido
               READ entregas-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ent-confirmada
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           PERFORM BUSCAR-EN-MANIFIESTOS.
           IF pedido-en-reparto = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESOLVER-RUTA-PEDIDO.

           MOVE SPACES TO sort-registro.
           MOVE ped-numero TO sort-pedido.
           MOVE ped-clientes-id TO sort-clientes-id.
           MOVE ped-direccion-envio TO sort-direccion-envio.
           MOVE direccion-pedido TO sort-direccion.
           MOVE orden-pedido TO sort-orden.
           MOVE ruta-pedido TO sort-ruta.

           IF ruta-pedido = SPACES
               MOVE "SIN RUTA ASIGNADA" TO sort-motivo
               PERFORM SOLTAR-SIN-RUTA
               EXIT PARAGRAPH
           END-IF.

           MOVE ruta-pedido TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   MOVE "RUTA INEXISTENTE" TO sort-motivo
                   PERFORM SOLTAR-SIN-RUTA
                   EXIT PARAGRAPH
           END-READ.

           IF rut-baja
               MOVE "RUTA DADA DE BAJA" TO sort-motivo
               PERFORM SOLTAR-SIN-RUTA
               EXIT PARAGRAPH
           END-IF.

           IF rut-dia-semana NOT = dia-reparto
               ADD 1 TO pedidos-otro-dia
               EXIT PARAGRAPH
           END-IF.

           PERFORM SUMAR-UNIDADES-PEDIDO.

           MOVE "1" TO sort-grupo.
           MOVE rut-conductor TO sort-conductor.
           MOVE rut-furgoneta TO sort-furgoneta.
           MOVE rut-descripcion TO sort-descripcion.
           MOVE unidades-pedido TO sort-unidades.
           RELEASE sort-registro.

       SOLTAR-SIN-RUTA.
           MOVE "2" TO sort-grupo.
           MOVE SPACES TO sort-conductor.
           MOVE 0 TO sort-orden.
           ADD 1 TO pedidos-sin-ruta.
           RELEASE sort-registro.

      *    UN PEDIDO VA YA EN REPARTO SI TIENE UNA PARADA PENDIENTE
      *    EN ALGUN MANIFIESTO; LA PARADA FALLIDA LO DEJA LIBRE PARA
      *    EL SIGUIENTE DESPACHO
       BUSCAR-EN-MANIFIESTOS.
           MOVE "N" TO pedido-en-reparto.
           MOVE ped-numero TO man-pedido.
           START manifiestos-archivo KEY IS EQUAL TO man-pedido
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-manifiesto.
           PERFORM LEER-PARADA-PEDIDO
           UNTIL leyendo-manifiesto = "N".

       LEER-PARADA-PEDIDO.
           READ manifiestos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-manifiesto
               NOT AT END
                   IF man-pedido NOT = ped-numero
                       MOVE "N" TO leyendo-manifiesto
                   ELSE
                       IF man-en-reparto
                           MOVE "S" TO pedido-en-reparto
                           MOVE "N" TO leyendo-manifiesto
                       END-IF
                   END-IF
           END-READ.

      *    LA RUTA Y LA PARADA SON LAS DE LA DIRECCION DE ENTREGA DEL
      *    PEDIDO; SI EL PEDIDO VA A LA FICHA (0) O LA DIRECCION NO
      *    TIENE RUTA, LAS DE LA FICHA DEL CLIENTE
       RESOLVER-RUTA-PEDIDO.
           MOVE SPACES TO ruta-pedido.
           MOVE SPACES TO direccion-pedido.
           MOVE 0 TO orden-pedido.

           IF ped-direccion-envio > 0 AND hay-direcciones = "S"
               MOVE ped-clientes-id TO dir-clientes-id
               MOVE ped-direccion-envio TO dir-numero
               READ direcciones-envio
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE dir-direccion TO direccion-pedido
                       IF dir-ruta NOT = SPACES
                           MOVE dir-ruta TO ruta-pedido
                           MOVE dir-orden-ruta TO orden-pedido
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           IF hay-clientes = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF direccion-pedido = SPACES
                       MOVE clientes-direccion TO direccion-pedido
                   END-IF
                   MOVE clientes-ruta TO ruta-pedido
                   MOVE clientes-orden-ruta TO orden-pedido
           END-READ.

      *    SOLO CUENTAN LAS LINEAS DE ARTICULO: LOS SERVICIOS NO SE
      *    CARGAN EN LA FURGONETA
       SUMAR-UNIDADES-PEDIDO.
           MOVE 0 TO unidades-pedido.
           MOVE ped-numero TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-detalle.
           PERFORM SUMAR-UNA-LINEA
           UNTIL leyendo-detalle = "N".

       SUMAR-UNA-LINEA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-detalle
               NOT AT END
                   IF pedd-numero NOT = ped-numero
                       MOVE "N" TO leyendo-detalle
                   ELSE
                       IF pedd-articulo AND pedd-activa
                           ADD pedd-cantidad TO unidades-pedido
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-DESPACHO.
           MOVE SPACES TO spool-linea-env.
           STRING "DESPACHO DE RUTAS, REPARTO DEL " fecha-reparto
               " (DIA " dia-reparto ")"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "S" TO si-no.
           PERFORM RETORNAR-Y-AGRUPAR
           UNTIL si-no = "N".

           IF primera-ruta = "N"
               PERFORM CERRAR-RUTA
           END-IF.

       RETORNAR-Y-AGRUPAR.
           RETURN trabajo-sort
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF sort-grupo = "1"
                       PERFORM AGRUPAR-PARADA
                   ELSE
                       PERFORM IMPRIMIR-SIN-RUTA
                   END-IF
           END-RETURN.

       AGRUPAR-PARADA.
           IF primera-ruta = "S"
           OR sort-conductor NOT = rc-conductor
           OR sort-ruta NOT = rc-ruta
               IF primera-ruta = "N"
                   PERFORM CERRAR-RUTA
               END-IF
               MOVE "N" TO primera-ruta
               MOVE sort-conductor TO rc-conductor
               MOVE sort-ruta TO rc-ruta
               MOVE sort-furgoneta TO rc-furgoneta
               MOVE sort-descripcion TO rc-descripcion
               MOVE 0 TO paradas-cargadas
           END-IF.

           IF paradas-cargadas NOT < max-paradas
               ADD 1 TO pedidos-fuera-tabla
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO paradas-cargadas.
           MOVE sort-pedido TO tp-pedido(paradas-cargadas).
           MOVE sort-clientes-id TO tp-clientes-id(paradas-cargadas).
           MOVE sort-direccion-envio
               TO tp-direccion-envio(paradas-cargadas).
           MOVE sort-orden TO tp-orden(paradas-cargadas).
           MOVE sort-unidades TO tp-unidades(paradas-cargadas).
           MOVE sort-direccion TO tp-direccion(paradas-cargadas).

      *    AL CORTE DE RUTA: SE GRABA EL MANIFIESTO, SE IMPRIME LA
      *    LISTA DE CARGA (LA ULTIMA PARADA ENTRA PRIMERO EN LA
      *    FURGONETA) Y DESPUES EL MANIFIESTO DEL CONDUCTOR
       CERRAR-RUTA.
           ADD 1 TO numero-manifiesto.
           MOVE 0 TO ix-parada.
           PERFORM GRABAR-PARADA paradas-cargadas TIMES.
           PERFORM GRABAR-ULTIMO-NUMERO.
           ADD 1 TO manifiestos-grabados.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "RUTA " rc-ruta " " rc-descripcion
               "  FURGONETA " rc-furgoneta
               "  CONDUCTOR " rc-conductor
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "LISTA DE CARGA (CARGAR EN ESTE ORDEN)"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-carga TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO total-unidades.
           MOVE paradas-cargadas TO ix-parada.
           PERFORM IMPRIMIR-LINEA-CARGA paradas-cargadas TIMES.

           MOVE SPACES TO spool-linea-env.
           MOVE total-unidades TO dl-unidades.
           STRING "TOTAL A CARGAR: " paradas-cargadas
               " PEDIDOS, UNIDADES " dl-unidades
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "MANIFIESTO " numero-manifiesto
               "  REPARTO " fecha-reparto
               "  RUTA " rc-ruta
               "  CONDUCTOR " rc-conductor
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-manifiesto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-parada.
           PERFORM IMPRIMIR-PARADA-MANIFIESTO paradas-cargadas TIMES.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE linea-firma-salida TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE linea-firma-cierre TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       GRABAR-PARADA.
           ADD 1 TO ix-parada.
           MOVE SPACES TO manifiesto-registro.
           MOVE numero-manifiesto TO man-numero.
           MOVE ix-parada TO man-parada.
           MOVE tp-pedido(ix-parada) TO man-pedido.
           MOVE fecha-reparto TO man-fecha-reparto.
           MOVE rc-ruta TO man-ruta.
           MOVE rc-furgoneta TO man-furgoneta.
           MOVE rc-conductor TO man-conductor.
           MOVE tp-clientes-id(ix-parada) TO man-clientes-id.
           MOVE tp-direccion-envio(ix-parada) TO man-direccion-envio.
           MOVE tp-unidades(ix-parada) TO man-unidades.
           SET man-en-reparto TO TRUE.
           MOVE empleado-firmado TO man-generado-por.
           WRITE manifiesto-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la parada "
                       numero-manifiesto "/" ix-parada
                       ", estado: " estado-manifiestos
               NOT INVALID KEY
                   ADD 1 TO pedidos-despachados
           END-WRITE.

       IMPRIMIR-LINEA-CARGA.
           MOVE ix-parada TO dl-parada.
           MOVE tp-orden(ix-parada) TO dl-orden.
           MOVE tp-pedido(ix-parada) TO dl-pedido.
           MOVE tp-clientes-id(ix-parada) TO dl-cliente.
           MOVE tp-unidades(ix-parada) TO dl-unidades.
           ADD tp-unidades(ix-parada) TO total-unidades.
           MOVE detalle-carga TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           SUBTRACT 1 FROM ix-parada.

       IMPRIMIR-PARADA-MANIFIESTO.
           ADD 1 TO ix-parada.
           MOVE ix-parada TO dm-parada.
           MOVE tp-pedido(ix-parada) TO dm-pedido.
           MOVE tp-clientes-id(ix-parada) TO dm-cliente.
           MOVE tp-direccion(ix-parada) TO dm-direccion.
           MOVE tp-unidades(ix-parada) TO dm-unidades.
           MOVE SPACES TO dm-nombre.
           IF hay-clientes = "S"
               MOVE tp-clientes-id(ix-parada) TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       MOVE "(CLIENTE INEXISTENTE)" TO dm-nombre
                   NOT INVALID KEY
                       MOVE clientes-nombre TO dm-nombre
               END-READ
           END-IF.
           MOVE detalle-manifiesto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE linea-firma-parada TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-SIN-RUTA.
           IF primer-sin-ruta = "S"
               MOVE "N" TO primer-sin-ruta
               MOVE SPACES TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               MOVE encabezado-sin-ruta TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           MOVE sort-pedido TO ds-pedido.
           MOVE sort-clientes-id TO ds-cliente.
           MOVE sort-direccion TO ds-direccion.
           MOVE SPACES TO ds-motivo.
           IF sort-ruta = SPACES
               MOVE sort-motivo TO ds-motivo
           ELSE
               STRING sort-motivo DELIMITED BY "  "
                   " " sort-ruta DELIMITED BY SIZE
                   INTO ds-motivo
           END-IF.
           MOVE detalle-sin-ruta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "DESPACHO_RUTAS".
