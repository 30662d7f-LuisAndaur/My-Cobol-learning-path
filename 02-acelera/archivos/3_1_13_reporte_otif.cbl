      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de servicio de entrega (OTIF).
      *          Por cada pedido con resultado de entrega en el mes
      *          (entregas.dat) mide si llego a tiempo, es decir
      *          confirmado dentro del plazo prometido en dias
      *          habiles desde la fecha del pedido (el fallido que
      *          sigue sin entregar cuenta como fuera de plazo), si
      *          salio completo (sin faltante en CONFIRMAR_PICKING,
      *          marca de la cabecera del pedido) y si cumple las dos
      *          cosas (OTIF).  Los fallos de entrega se cuentan por
      *          motivo (AU/DI/RE) desde el historico
      *          entregas-fallos.dat.  Primero va el detalle por
      *          cliente del mes pedido con el total del mes, y al
      *          pie la tendencia de los doce meses que terminan en
      *          el.  Se emite por el escritor de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_OTIF".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE ENTREGAS, SOLO LECTURA
       SELECT entregas-archivo
       ASSIGN TO "entregas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ent-pedido
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-entregas.

      *HISTORICO DE ENTREGAS FALLIDAS, SOLO LECTURA
       SELECT entregas-fallos
       ASSIGN TO "entregas-fallos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-fallos.

      *CABECERAS DE PEDIDO, SOLO LECTURA
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *ARCHIVO DE TRABAJO DEL SORT
       SELECT trabajo-sort
       ASSIGN TO "otif.srt".

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE ENTREGAS
       FD entregas-archivo.
           COPY "ENTREGA-REGISTRO.CPY".

      *HISTORICO DE ENTREGAS FALLIDAS
       FD entregas-fallos.
           COPY "ENTREGA-FALLO.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO DE TRABAJO DEL SORT: E = PEDIDO MEDIDO, F = FALLO
       SD trabajo-sort.
       01  sort-registro.
           05  sort-clientes-id        PIC X(7).
           05  sort-tipo               PIC X.
           05  sort-pedido             PIC 9(6).
           05  sort-a-tiempo           PIC X.
           05  sort-completo           PIC X.
           05  sort-motivo             PIC X(2).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-entregas             PIC X(02) VALUE "00".
       77  estado-fallos               PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-fallos                  PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  periodo-pedido              PIC 9(6) VALUE 0.
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  mes-pedido                  PIC 9(2) VALUE 0.
       77  anio-trabajo                PIC 9(4) VALUE 0.
       77  mes-trabajo                 PIC 9(2) VALUE 0.
       77  periodo-documento           PIC 9(6) VALUE 0.
       77  anio-documento              PIC 9(4) VALUE 0.
       77  mes-documento               PIC 9(2) VALUE 0.
       77  ix-mes                      PIC S9(4) VALUE 0.
       77  fecha-limite                PIC 9(8) VALUE 0.
       77  pedidos-sin-cabecera        PIC 9(5) VALUE 0.
       77  cliente-actual              PIC X(7) VALUE SPACES.
       77  primer-cliente              PIC X VALUE "S".

      *    PLAZO QUE SE APLICA AL PEDIDO QUE NO TRAE PLAZO PROMETIDO
       77  plazo-estandar              PIC 9(2) VALUE 3.

       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    CONTADORES DE UN GRUPO (CLIENTE, TOTAL DEL MES O MES DE
      *    LA TENDENCIA) LISTOS PARA IMPRIMIR
       01  contadores-grupo.
           05  cg-pedidos              PIC 9(5).
           05  cg-a-tiempo             PIC 9(5).
           05  cg-completos            PIC 9(5).
           05  cg-otif                 PIC 9(5).
           05  cg-fallos-au            PIC 9(5).
           05  cg-fallos-di            PIC 9(5).
           05  cg-fallos-re            PIC 9(5).
       77  porcentaje                  PIC 9(3)V9 VALUE 0.
       77  cuenta-porcentaje           PIC 9(5) VALUE 0.

      *    TENDENCIA: LOS DOCE MESES QUE TERMINAN EN EL PEDIDO
      *    (EL 12 ES EL MES DEL REPORTE)
       01  tabla-meses.
           05  mes-tendencia OCCURS 12 TIMES.
               10  tm-periodo          PIC 9(6).
               10  tm-pedidos          PIC 9(5).
               10  tm-a-tiempo         PIC 9(5).
               10  tm-completos        PIC 9(5).
               10  tm-otif             PIC 9(5).
               10  tm-fallos-au        PIC 9(5).
               10  tm-fallos-di        PIC 9(5).
               10  tm-fallos-re        PIC 9(5).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-clientes.
           05  FILLER                  PIC X(37)
               VALUE "CLIENTE NOMBRE".
           05  FILLER                  PIC X(44)
               VALUE "PEDIDOS %PLAZO %COMPL  %OTIF    AU   DI   RE".

       01  encabezado-tendencia.
           05  FILLER                  PIC X(37) VALUE "MES".
           05  FILLER                  PIC X(44)
               VALUE "PEDIDOS %PLAZO %COMPL  %OTIF    AU   DI   RE".

       01  detalle-cliente.
           05  dc-cliente              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  dc-nombre               PIC X(28).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  dc-cifras.
               10  dc-pedidos          PIC ZZZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  dc-pct-plazo        PIC ZZ9,9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  dc-pct-completo     PIC ZZ9,9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  dc-pct-otif         PIC ZZ9,9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  dc-fallos-au        PIC ZZZ9.
               10  FILLER              PIC X(1) VALUE SPACES.
               10  dc-fallos-di        PIC ZZZ9.
               10  FILLER              PIC X(1) VALUE SPACES.
               10  dc-fallos-re        PIC ZZZ9.

       01  detalle-mes.
           05  dm-periodo              PIC 9(6).
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  dm-cifras               PIC X(42).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           DISPLAY "Periodo del reporte (AAAAMM, vacio = actual): ".
           ACCEPT periodo-pedido.
           IF periodo-pedido = 0
               MOVE fecha-sistema(1:6) TO periodo-pedido
           END-IF.
           MOVE periodo-pedido(1:4) TO anio-pedido.
           MOVE periodo-pedido(5:2) TO mes-pedido.
           IF mes-pedido < 1 OR mes-pedido > 12
               DISPLAY "Periodo invalido: " periodo-pedido
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM INICIAR-MESES.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           SORT trabajo-sort
               ON ASCENDING KEY sort-clientes-id
               ON ASCENDING KEY sort-tipo
               ON ASCENDING KEY sort-pedido
               INPUT PROCEDURE IS SELECCIONAR-ENTREGAS
               OUTPUT PROCEDURE IS IMPRIMIR-CLIENTES.

           PERFORM IMPRIMIR-TOTAL-MES.
           PERFORM IMPRIMIR-TENDENCIA.

           DISPLAY "Pedidos medidos en el mes: " tm-pedidos(12).
           IF pedidos-sin-cabecera > 0
               DISPLAY "Entregas sin cabecera de pedido, no medidas: "
                   pedidos-sin-cabecera
           END-IF.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    EL MES 12 ES EL DEL REPORTE; LOS ANTERIORES SE RELLENAN
      *    HACIA ATRAS CRUZANDO EL CAMBIO DE ANO
       INICIAR-MESES.
           MOVE anio-pedido TO anio-trabajo.
           MOVE mes-pedido TO mes-trabajo.
           MOVE 13 TO ix-mes.
           PERFORM INICIAR-UN-MES 12 TIMES.

       INICIAR-UN-MES.
           SUBTRACT 1 FROM ix-mes.
           COMPUTE tm-periodo(ix-mes) =
               anio-trabajo * 100 + mes-trabajo.
           MOVE 0 TO tm-pedidos(ix-mes).
           MOVE 0 TO tm-a-tiempo(ix-mes).
           MOVE 0 TO tm-completos(ix-mes).
           MOVE 0 TO tm-otif(ix-mes).
           MOVE 0 TO tm-fallos-au(ix-mes).
           MOVE 0 TO tm-fallos-di(ix-mes).
           MOVE 0 TO tm-fallos-re(ix-mes).

           IF mes-trabajo = 1
               MOVE 12 TO mes-trabajo
               SUBTRACT 1 FROM anio-trabajo
           ELSE
               SUBTRACT 1 FROM mes-trabajo
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT entregas-archivo.
           IF estado-entregas NOT = "00"
               DISPLAY "No se pudo abrir entregas.dat, estado: "
                   estado-entregas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN HISTORICO NO HAY FALLOS QUE CONTAR; SIN CLIENTES EL
      *    DETALLE SALE SIN NOMBRE
           OPEN INPUT entregas-fallos.
           IF estado-fallos = "00"
               MOVE "S" TO hay-fallos
           ELSE
               MOVE "N" TO hay-fallos
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
           END-IF.

           MOVE "OTIF_MENSUAL" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "DOCE MESES HASTA " periodo-pedido
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE entregas-archivo.
           CLOSE pedidos-archivo.
           IF hay-fallos = "S"
               CLOSE entregas-fallos
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    DEVUELVE EN ix-mes LA POSICION DEL MES DE LA FECHA DADA EN
      *    periodo-documento DENTRO DE LA TENDENCIA; 0 = FUERA
       UBICAR-MES.
           MOVE periodo-documento(1:4) TO anio-documento.
           MOVE periodo-documento(5:2) TO mes-documento.
           MOVE tm-periodo(1)(1:4) TO anio-trabajo.
           MOVE tm-periodo(1)(5:2) TO mes-trabajo.
           COMPUTE ix-mes = (anio-documento - anio-trabajo) * 12
               + mes-documento - mes-trabajo + 1.
           IF ix-mes < 1 OR ix-mes > 12
               MOVE 0 TO ix-mes
           END-IF.

       SELECCIONAR-ENTREGAS.
           MOVE "S" TO si-no.
           PERFORM MEDIR-UNA-ENTREGA
           UNTIL si-no = "N".

           IF hay-fallos = "S"
               MOVE "S" TO si-no
               PERFORM CONTAR-UN-FALLO
               UNTIL si-no = "N"
           END-IF.

       MEDIR-UNA-ENTREGA.
           READ entregas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           MOVE ent-fecha-entrega(1:6) TO periodo-documento.
           PERFORM UBICAR-MES.
           IF ix-mes = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ent-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   ADD 1 TO pedidos-sin-cabecera
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO sort-registro.
           MOVE ped-clientes-id TO sort-clientes-id.
           MOVE "E" TO sort-tipo.
           MOVE ent-pedido TO sort-pedido.

      *    A TIEMPO: ENTREGADO NO MAS TARDE QUE LA FECHA DEL PEDIDO
      *    MAS EL PLAZO PROMETIDO EN DIAS HABILES
           MOVE "N" TO sort-a-tiempo.
           IF ent-confirmada
               MOVE "L" TO sf-operacion
               MOVE ped-fecha TO sf-fecha-1
               MOVE ped-plazo-prometido TO sf-fecha-2
               IF ped-plazo-prometido = 0
                   MOVE plazo-estandar TO sf-fecha-2
               END-IF
               CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
                   sf-fecha-2 sf-resultado-num sf-resultado
               MOVE sf-resultado-num TO fecha-limite
               IF ent-fecha-entrega <= fecha-limite
                   MOVE "S" TO sort-a-tiempo
               END-IF
           END-IF.

           IF ped-con-faltante
               MOVE "N" TO sort-completo
           ELSE
               MOVE "S" TO sort-completo
           END-IF.

           ADD 1 TO tm-pedidos(ix-mes).
           IF sort-a-tiempo = "S"
               ADD 1 TO tm-a-tiempo(ix-mes)
           END-IF.
           IF sort-completo = "S"
               ADD 1 TO tm-completos(ix-mes)
           END-IF.
           IF sort-a-tiempo = "S" AND sort-completo = "S"
               ADD 1 TO tm-otif(ix-mes)
           END-IF.

           IF ix-mes = 12
               RELEASE sort-registro
           END-IF.

       CONTAR-UN-FALLO.
           READ entregas-fallos
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           MOVE efa-fecha(1:6) TO periodo-documento.
           PERFORM UBICAR-MES.
           IF ix-mes = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN efa-fallo-ausente
                   ADD 1 TO tm-fallos-au(ix-mes)
               WHEN efa-fallo-direccion
                   ADD 1 TO tm-fallos-di(ix-mes)
               WHEN efa-fallo-rechazado
                   ADD 1 TO tm-fallos-re(ix-mes)
           END-EVALUATE.

           IF ix-mes = 12
               MOVE SPACES TO sort-registro
               MOVE efa-clientes-id TO sort-clientes-id
               MOVE "F" TO sort-tipo
               MOVE efa-pedido TO sort-pedido
               MOVE efa-motivo TO sort-motivo
               RELEASE sort-registro
           END-IF.

       IMPRIMIR-CLIENTES.
           MOVE SPACES TO spool-linea-env.
           STRING "SERVICIO DE ENTREGA POR CLIENTE, MES "
               periodo-pedido DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-clientes TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "S" TO si-no.
           PERFORM RETORNAR-Y-ACUMULAR
           UNTIL si-no = "N".

           IF primer-cliente = "N"
               PERFORM IMPRIMIR-CLIENTE
           END-IF.

       RETORNAR-Y-ACUMULAR.
           RETURN trabajo-sort
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM ACUMULAR-CLIENTE
           END-RETURN.

       ACUMULAR-CLIENTE.
           IF primer-cliente = "S"
           OR sort-clientes-id NOT = cliente-actual
               IF primer-cliente = "N"
                   PERFORM IMPRIMIR-CLIENTE
               END-IF
               MOVE "N" TO primer-cliente
               MOVE sort-clientes-id TO cliente-actual
               INITIALIZE contadores-grupo
           END-IF.

           IF sort-tipo = "F"
               EVALUATE sort-motivo
                   WHEN "AU"
                       ADD 1 TO cg-fallos-au
                   WHEN "DI"
                       ADD 1 TO cg-fallos-di
                   WHEN "RE"
                       ADD 1 TO cg-fallos-re
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO cg-pedidos.
           IF sort-a-tiempo = "S"
               ADD 1 TO cg-a-tiempo
           END-IF.
           IF sort-completo = "S"
               ADD 1 TO cg-completos
           END-IF.
           IF sort-a-tiempo = "S" AND sort-completo = "S"
               ADD 1 TO cg-otif
           END-IF.

       IMPRIMIR-CLIENTE.
           MOVE cliente-actual TO dc-cliente.
           MOVE SPACES TO dc-nombre.
           IF hay-clientes = "S"
               MOVE cliente-actual TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       MOVE "(CLIENTE INEXISTENTE)" TO dc-nombre
                   NOT INVALID KEY
                       MOVE clientes-nombre TO dc-nombre
               END-READ
           END-IF.

           PERFORM FORMATEAR-CIFRAS.
           MOVE detalle-cliente TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-TOTAL-MES.
           MOVE 12 TO ix-mes.
           PERFORM CARGAR-GRUPO-MES.

           MOVE SPACES TO dc-cliente.
           MOVE "TOTAL DEL MES" TO dc-nombre.
           PERFORM FORMATEAR-CIFRAS.
           MOVE detalle-cliente TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-TENDENCIA.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TENDENCIA DE LOS ULTIMOS DOCE MESES"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-tendencia TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-mes.
           PERFORM IMPRIMIR-UN-MES 12 TIMES.

       IMPRIMIR-UN-MES.
           ADD 1 TO ix-mes.
           PERFORM CARGAR-GRUPO-MES.
           PERFORM FORMATEAR-CIFRAS.

           MOVE tm-periodo(ix-mes) TO dm-periodo.
           MOVE dc-cifras TO dm-cifras.
           MOVE detalle-mes TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       CARGAR-GRUPO-MES.
           MOVE tm-pedidos(ix-mes) TO cg-pedidos.
           MOVE tm-a-tiempo(ix-mes) TO cg-a-tiempo.
           MOVE tm-completos(ix-mes) TO cg-completos.
           MOVE tm-otif(ix-mes) TO cg-otif.
           MOVE tm-fallos-au(ix-mes) TO cg-fallos-au.
           MOVE tm-fallos-di(ix-mes) TO cg-fallos-di.
           MOVE tm-fallos-re(ix-mes) TO cg-fallos-re.

      *    LOS PORCENTAJES SE CALCULAN SOBRE LOS PEDIDOS MEDIDOS; UN
      *    GRUPO SIN PEDIDOS (SOLO FALLOS) SALE CON CERO
       FORMATEAR-CIFRAS.
           MOVE cg-pedidos TO dc-pedidos.

           MOVE cg-a-tiempo TO cuenta-porcentaje.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE porcentaje TO dc-pct-plazo.

           MOVE cg-completos TO cuenta-porcentaje.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE porcentaje TO dc-pct-completo.

           MOVE cg-otif TO cuenta-porcentaje.
           PERFORM CALCULAR-PORCENTAJE.
           MOVE porcentaje TO dc-pct-otif.

           MOVE cg-fallos-au TO dc-fallos-au.
           MOVE cg-fallos-di TO dc-fallos-di.
           MOVE cg-fallos-re TO dc-fallos-re.

       CALCULAR-PORCENTAJE.
           IF cg-pedidos = 0
               MOVE 0 TO porcentaje
           ELSE
               COMPUTE porcentaje ROUNDED =
                   cuenta-porcentaje * 100 / cg-pedidos
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_OTIF".
