      ******************************************************************
      * Author:
      * Date:
      * Purpose: Orquestador del cierre de mes.  Ejecuta en orden la
      *          secuencia de fin de mes (foto de stock de cierre y
      *          archivo mensual del kardex, revalorizacion en divisa,
      *          castigo de caducados, estados de cuenta, nomina,
      *          comisiones, posteo contable, balance de comprobacion
      *          y cierre del periodo en CONTROL_PERIODOS) para el
      *          mes que indica un supervisor firmado.  Antes de cada
      *          paso comprueba sus requisitos:
      *            - sin movimientos de stock por postear en
      *              producto-movimientos.dat (foto de stock,
      *              revalorizacion y castigo valoran el stock de
      *              libros);
      *            - sin pedidos enviados y no facturados del mes o
      *              anteriores (estados de cuenta, comisiones,
      *              posteo y cierre);
      *            - todos los cajones cerrados en sesiones-caja.dat
      *              hasta fin de mes (posteo y cierre).
      *          Un paso con requisitos incumplidos queda BLOQUEADO y
      *          detiene la cadena igual que uno fallido.  El avance
      *          se guarda en cierre-mensual.dat tras cada paso; al
      *          relanzar el mismo mes se saltan los pasos ya
      *          completados y se reanuda en el que no termino.  No
      *          arranca un mes nuevo mientras el anterior este a
      *          medias.  El ultimo paso solo se da por completo si
      *          el periodo queda de verdad cerrado (CONTROL-PERIODO).
      *          Cada corrida imprime por el escritor de spool la
      *          lista de cierre con el resultado, fecha y hora de
      *          cada paso y la firma del supervisor.  Es un proceso
      *          aparte del fin de dia, con sus pasos y sus reglas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROCESO_CIERRE_MENSUAL".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE CORRIDA DEL CIERRE DE MES (UN REGISTRO POR PASO)
       SELECT cierre-mensual
       ASSIGN TO "cierre-mensual.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cierre.

      *MOVIMIENTOS DE STOCK PENDIENTES DE POSTEO, SOLO LECTURA
       SELECT producto-movimientos
       ASSIGN TO "producto-movimientos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-movimientos.

      *CABECERAS DE PEDIDO EN MODO INDEXADO, SOLO LECTURA
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LIBRO DE SESIONES DE CAJA, SOLO LECTURA
       SELECT sesiones-archivo
       ASSIGN TO "sesiones-caja.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-sesiones.

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE CORRIDA
       FD cierre-mensual.
       01  cierre-paso-registro.
           05  cmp-periodo             PIC 9(6).
           05  cmp-numero              PIC 9(2).
           05  cmp-programa            PIC X(30).
           05  cmp-resultado           PIC X.
               88  cmp-pendiente       VALUE "P".
               88  cmp-completado      VALUE "O".
               88  cmp-fallido         VALUE "F".
               88  cmp-bloqueado       VALUE "B".
           05  cmp-fecha               PIC 9(8).
           05  cmp-hora                PIC 9(6).
           05  cmp-usuario             PIC X(8).
           05  cmp-nota                PIC X(40).

      *MOVIMIENTOS DE STOCK
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LIBRO DE SESIONES DE CAJA
       FD sesiones-archivo.
           COPY "SESION-CAJA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cierre               PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-sesiones             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  periodo-cierre              PIC 9(6) VALUE 0.
       77  periodo-anterior            PIC 9(6) VALUE 0.
       77  todos-completados           PIC X VALUE "S".
       77  cadena-detenida             PIC X VALUE "N".
       77  requisitos-cumplidos        PIC X VALUE "S".
       77  ix-paso                     PIC 9(2) VALUE 0.
       77  pasos-leidos                PIC 9(2) VALUE 0.
       77  pasos-ejecutados            PIC 9(2) VALUE 0.
       77  total-pasos                 PIC 9(2) VALUE 9.
       77  programa-a-llamar           PIC X(30) VALUE SPACES.
       77  nota-paso                   PIC X(40) VALUE SPACES.

      *    RESULTADO DE LAS COMPROBACIONES PREVIAS
       77  movimientos-pendientes      PIC 9(6) VALUE 0.
       77  pedidos-sin-facturar        PIC 9(6) VALUE 0.
       77  cajones-abiertos            PIC 9(4) VALUE 0.
       77  periodo-documento           PIC 9(6) VALUE 0.

      *    SESIONES DE CAJA ABIERTAS (OPERADOR Y DIA) AL RECORRER EL
      *    LIBRO; LA LINEA DE CIERRE BORRA LA APERTURA QUE CIERRA
       77  total-sesiones              PIC 9(3) VALUE 0.
       77  ix-ses                      PIC 9(3) VALUE 0.
       77  sesion-ubicada              PIC X VALUE "N".
       01  tabla-sesiones.
           05  entrada-sesion OCCURS 300 TIMES.
               10  tss-empleados-id    PIC X(7).
               10  tss-fecha           PIC 9(8).
               10  tss-abierta         PIC X.

      *    LA SECUENCIA DE FIN DE MES, EN ORDEN
       01  tabla-pasos.
           05  entrada-paso OCCURS 9 TIMES.
               10  tp-programa         PIC X(30).
               10  tp-resultado        PIC X.
               10  tp-fecha            PIC 9(8).
               10  tp-hora             PIC 9(6).
               10  tp-usuario          PIC X(8).
               10  tp-nota             PIC X(40).

      *    REQUISITOS DE CADA PASO: M = MOVIMIENTOS POSTEADOS,
      *    P = PEDIDOS ENVIADOS FACTURADOS, C = CAJONES CERRADOS
       01  nombres-pasos.
      *    LA FOTO DE STOCK VA ANTES DEL CASTIGO, QUE GENERA
      *    MOVIMIENTOS NUEVOS POR POSTEAR
           05  FILLER                  PIC X(30)
               VALUE "FOTO_STOCK_MENSUAL".
           05  FILLER                  PIC X(3) VALUE "M  ".
           05  FILLER                  PIC X(30)
               VALUE "REVALORIZACION_MENSUAL".
           05  FILLER                  PIC X(3) VALUE "M  ".
           05  FILLER                  PIC X(30)
               VALUE "BAJA_STOCK_CADUCADO".
           05  FILLER                  PIC X(3) VALUE "M  ".
           05  FILLER                  PIC X(30)
               VALUE "ESTADOS_CUENTA".
           05  FILLER                  PIC X(3) VALUE "P  ".
           05  FILLER                  PIC X(30)
               VALUE "CALCULO_NOMINA".
           05  FILLER                  PIC X(3) VALUE "   ".
           05  FILLER                  PIC X(30)
               VALUE "CALCULO_COMISIONES".
           05  FILLER                  PIC X(3) VALUE "P  ".
           05  FILLER                  PIC X(30)
               VALUE "POSTEO_CONTABLE".
           05  FILLER                  PIC X(3) VALUE "PC ".
           05  FILLER                  PIC X(30)
               VALUE "BALANCE_COMPROBACION".
           05  FILLER                  PIC X(3) VALUE "   ".
      *    EL CIERRE DEL PERIODO CIERRA LA CADENA
           05  FILLER                  PIC X(30)
               VALUE "CONTROL_PERIODOS".
           05  FILLER                  PIC X(3) VALUE "PC ".
       01  nombres-pasos-tabla REDEFINES nombres-pasos.
           05  np-entrada OCCURS 9 TIMES.
               10  np-programa         PIC X(30).
               10  np-requisito        PIC X OCCURS 3 TIMES.
       77  ix-req                      PIC 9 VALUE 0.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE SPACES.
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-lista.
           05  FILLER                  PIC X(34) VALUE "NO  PASO".
           05  FILLER                  PIC X(11) VALUE "RESULTADO".
           05  FILLER                  PIC X(9)  VALUE "FECHA".
           05  FILLER                  PIC X(10) VALUE "HORA".
           05  FILLER                  PIC X(10) VALUE "USUARIO".
           05  FILLER                  PIC X(13) VALUE "OBSERVACIONES".

       01  detalle-lista.
           05  dl-numero               PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dl-programa             PIC X(30).
           05  dl-resultado            PIC X(11).
           05  dl-fecha                PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dl-hora                 PIC 99B99B99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dl-usuario              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dl-nota                 PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF perfil-firmado NOT = "S"
               DISPLAY "Cierre de mes reservado a supervisores"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Periodo a cerrar (AAAAMM): ".
           ACCEPT periodo-cierre.
           IF periodo-cierre = 0
               OR periodo-cierre(5:2) < "01"
               OR periodo-cierre(5:2) > "12"
               DISPLAY "Periodo invalido"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARGAR-ESTADO-ANTERIOR.
           PERFORM PREPARAR-CORRIDA.

           IF cadena-detenida = "N"
               MOVE 0 TO ix-paso
               PERFORM EJECUTAR-PASO
               UNTIL ix-paso >= total-pasos
                   OR cadena-detenida = "S"
           END-IF.

           PERFORM IMPRIMIR-LISTA-CIERRE.

           IF cadena-detenida = "S"
               DISPLAY "Cierre de mes detenido; relanzar para "
                   "reanudar"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Cierre de mes completo, periodo "
                   periodo-cierre
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "Pasos ejecutados en esta corrida: "
               pasos-ejecutados.
           DISPLAY "Lista de cierre encolada en " spool-archivo.
           STOP RUN.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       CARGAR-ESTADO-ANTERIOR.
           MOVE 0 TO pasos-leidos.
           MOVE 0 TO periodo-anterior.

           OPEN INPUT cierre-mensual.
           IF estado-cierre = "35"
               EXIT PARAGRAPH
           END-IF.
           IF estado-cierre NOT = "00"
               DISPLAY "No se pudo abrir cierre-mensual.dat, estado: "
                   estado-cierre
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "S" TO si-no.
           PERFORM LEER-PASO-ANTERIOR
           UNTIL si-no = "N".

           CLOSE cierre-mensual.

       LEER-PASO-ANTERIOR.
           READ cierre-mensual
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE cmp-periodo TO periodo-anterior
                   IF cmp-numero >= 1 AND cmp-numero <= total-pasos
                       ADD 1 TO pasos-leidos
                       MOVE cmp-programa
                           TO tp-programa(cmp-numero)
                       MOVE cmp-resultado
                           TO tp-resultado(cmp-numero)
                       MOVE cmp-fecha TO tp-fecha(cmp-numero)
                       MOVE cmp-hora TO tp-hora(cmp-numero)
                       MOVE cmp-usuario TO tp-usuario(cmp-numero)
                       MOVE cmp-nota TO tp-nota(cmp-numero)
                   END-IF
           END-READ.

      *    EL MISMO MES A MEDIAS SE REANUDA; EL MISMO MES COMPLETO
      *    SOLO REIMPRIME LA LISTA; UN MES NUEVO NO ARRANCA MIENTRAS
      *    EL ANTERIOR SIGA A MEDIAS.
       PREPARAR-CORRIDA.
           MOVE "S" TO todos-completados.

           IF pasos-leidos = total-pasos
               MOVE 0 TO ix-paso
               PERFORM REVISAR-PASO-ANTERIOR
               UNTIL ix-paso >= total-pasos
           END-IF.

           IF pasos-leidos = total-pasos
               AND periodo-anterior = periodo-cierre
               IF todos-completados = "S"
                   DISPLAY "El cierre de " periodo-cierre
                       " ya esta completo; se reimprime la lista"
                   MOVE "N" TO cadena-detenida
               ELSE
                   DISPLAY "Reanudando cierre de " periodo-cierre
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF pasos-leidos = total-pasos
               AND todos-completados = "N"
               DISPLAY "El cierre de " periodo-anterior
                   " quedo a medias; terminarlo antes de cerrar "
                   periodo-cierre
               MOVE periodo-anterior TO periodo-cierre
               MOVE "S" TO cadena-detenida
               EXIT PARAGRAPH
           END-IF.

           MOVE periodo-cierre(1:6) TO cp-fecha(1:6).
           MOVE 01 TO cp-fecha(7:2).
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "El periodo " periodo-cierre
                   " ya esta cerrado en periodos.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO ix-paso.
           PERFORM INICIALIZAR-PASO
           UNTIL ix-paso >= total-pasos.
           DISPLAY "Cierre nuevo del periodo " periodo-cierre.

           PERFORM GRABAR-ESTADO-CORRIDA.

       REVISAR-PASO-ANTERIOR.
           ADD 1 TO ix-paso.
           IF tp-resultado(ix-paso) NOT = "O"
               MOVE "N" TO todos-completados
           END-IF.

       INICIALIZAR-PASO.
           ADD 1 TO ix-paso.
           MOVE np-programa(ix-paso) TO tp-programa(ix-paso).
           MOVE "P" TO tp-resultado(ix-paso).
           MOVE 0 TO tp-fecha(ix-paso).
           MOVE 0 TO tp-hora(ix-paso).
           MOVE SPACES TO tp-usuario(ix-paso).
           MOVE SPACES TO tp-nota(ix-paso).

       EJECUTAR-PASO.
           ADD 1 TO ix-paso.

           IF tp-resultado(ix-paso) = "O"
               DISPLAY "Paso " ix-paso " ya completado: "
                   tp-programa(ix-paso)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO nota-paso.
           PERFORM VERIFICAR-REQUISITOS.
           IF requisitos-cumplidos = "N"
               MOVE "B" TO tp-resultado(ix-paso)
               MOVE "S" TO cadena-detenida
               DISPLAY "Paso " ix-paso " BLOQUEADO: " nota-paso
               PERFORM SELLAR-PASO
               PERFORM GRABAR-ESTADO-CORRIDA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Ejecutando paso " ix-paso ": "
               tp-programa(ix-paso).

           MOVE tp-programa(ix-paso) TO programa-a-llamar.
           MOVE 0 TO RETURN-CODE.

           CALL programa-a-llamar
               ON EXCEPTION
                   DISPLAY "No se pudo cargar el programa: "
                       programa-a-llamar
                   MOVE "PROGRAMA NO DISPONIBLE" TO nota-paso
                   MOVE 8 TO RETURN-CODE
           END-CALL.

      *    EL MANTENIMIENTO DE PERIODOS ES INTERACTIVO: EL PASO SOLO
      *    CUENTA SI EL MES QUEDO CERRADO DE VERDAD
           IF RETURN-CODE = 0
               AND ix-paso = total-pasos
               MOVE periodo-cierre(1:6) TO cp-fecha(1:6)
               MOVE 01 TO cp-fecha(7:2)
               CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado
               IF cp-periodo-abierto
                   MOVE "EL PERIODO SIGUE ABIERTO" TO nota-paso
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF RETURN-CODE = 0
               MOVE "O" TO tp-resultado(ix-paso)
               ADD 1 TO pasos-ejecutados
               DISPLAY "Paso " ix-paso " completado"
           ELSE
               MOVE "F" TO tp-resultado(ix-paso)
               MOVE "S" TO cadena-detenida
               IF nota-paso = SPACES
                   MOVE "EL PROGRAMA TERMINO CON ERROR" TO nota-paso
               END-IF
               DISPLAY "Paso " ix-paso " FALLO, cadena detenida"
           END-IF.

           PERFORM SELLAR-PASO.
           PERFORM GRABAR-ESTADO-CORRIDA.
           MOVE 0 TO RETURN-CODE.

       SELLAR-PASO.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO tp-fecha(ix-paso).
           MOVE fecha-sistema(9:6) TO tp-hora(ix-paso).
           MOVE usuario-firmado TO tp-usuario(ix-paso).
           MOVE nota-paso TO tp-nota(ix-paso).

      *    CADA PASO DECLARA SUS REQUISITOS EN nombres-pasos; EL
      *    PRIMERO QUE NO SE CUMPLE BLOQUEA EL PASO
       VERIFICAR-REQUISITOS.
           MOVE "S" TO requisitos-cumplidos.
           MOVE 0 TO ix-req.
           PERFORM VERIFICAR-UN-REQUISITO
           UNTIL ix-req >= 3 OR requisitos-cumplidos = "N".

       VERIFICAR-UN-REQUISITO.
           ADD 1 TO ix-req.

           EVALUATE np-requisito(ix-paso, ix-req)
               WHEN "M"
                   PERFORM CONTAR-MOVIMIENTOS-PENDIENTES
                   IF movimientos-pendientes > 0
                       MOVE "N" TO requisitos-cumplidos
                       STRING movimientos-pendientes
                           " MOVIMIENTOS DE STOCK SIN POSTEAR"
                           DELIMITED BY SIZE INTO nota-paso
                   END-IF
               WHEN "P"
                   PERFORM CONTAR-PEDIDOS-SIN-FACTURAR
                   IF pedidos-sin-facturar > 0
                       MOVE "N" TO requisitos-cumplidos
                       STRING pedidos-sin-facturar
                           " PEDIDOS ENVIADOS SIN FACTURAR"
                           DELIMITED BY SIZE INTO nota-paso
                   END-IF
               WHEN "C"
                   PERFORM CONTAR-CAJONES-ABIERTOS
                   IF cajones-abiertos > 0
                       MOVE "N" TO requisitos-cumplidos
                       STRING cajones-abiertos
                           " CAJONES SIN CIERRE Z"
                           DELIMITED BY SIZE INTO nota-paso
                   END-IF
           END-EVALUATE.

      *    EL POSTEO VACIA EL ARCHIVO AL COMPLETAR: CUALQUIER LINEA
      *    QUE QUEDE ESTA PENDIENTE
       CONTAR-MOVIMIENTOS-PENDIENTES.
           MOVE 0 TO movimientos-pendientes.

           OPEN INPUT producto-movimientos.
           IF estado-movimientos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM CONTAR-UN-MOVIMIENTO
           UNTIL si-no = "N".

           CLOSE producto-movimientos.

       CONTAR-UN-MOVIMIENTO.
           READ producto-movimientos
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO movimientos-pendientes
           END-READ.

       CONTAR-PEDIDOS-SIN-FACTURAR.
           MOVE 0 TO pedidos-sin-facturar.

           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM REVISAR-UN-PEDIDO
           UNTIL si-no = "N".

           CLOSE pedidos-archivo.

       REVISAR-UN-PEDIDO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE ped-fecha(1:6) TO periodo-documento
                   IF ped-enviado
                       AND periodo-documento <= periodo-cierre
                       ADD 1 TO pedidos-sin-facturar
                   END-IF
           END-READ.

       CONTAR-CAJONES-ABIERTOS.
           MOVE 0 TO cajones-abiertos.
           MOVE 0 TO total-sesiones.

           OPEN INPUT sesiones-archivo.
           IF estado-sesiones NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM REVISAR-UNA-SESION
           UNTIL si-no = "N".

           CLOSE sesiones-archivo.

           MOVE 0 TO ix-ses.
           PERFORM CONTAR-UNA-SESION-ABIERTA
           UNTIL ix-ses >= total-sesiones.

       REVISAR-UNA-SESION.
           READ sesiones-archivo
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           MOVE scj-fecha(1:6) TO periodo-documento.
           IF periodo-documento > periodo-cierre
               EXIT PARAGRAPH
           END-IF.

           IF scj-apertura
               IF total-sesiones >= 300
                   DISPLAY "Tabla de sesiones desbordada"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-sesiones
               MOVE scj-empleados-id
                   TO tss-empleados-id(total-sesiones)
               MOVE scj-fecha TO tss-fecha(total-sesiones)
               MOVE "S" TO tss-abierta(total-sesiones)
               EXIT PARAGRAPH
           END-IF.

           IF scj-cierre
               MOVE "N" TO sesion-ubicada
               MOVE 0 TO ix-ses
               PERFORM UBICAR-SESION-ABIERTA
               UNTIL sesion-ubicada = "S"
                   OR ix-ses >= total-sesiones
               IF sesion-ubicada = "S"
                   MOVE "N" TO tss-abierta(ix-ses)
               END-IF
           END-IF.

       UBICAR-SESION-ABIERTA.
           ADD 1 TO ix-ses.
           IF tss-empleados-id(ix-ses) = scj-empleados-id
               AND tss-fecha(ix-ses) = scj-fecha
               AND tss-abierta(ix-ses) = "S"
               MOVE "S" TO sesion-ubicada
           END-IF.

       CONTAR-UNA-SESION-ABIERTA.
           ADD 1 TO ix-ses.
           IF tss-abierta(ix-ses) = "S"
               ADD 1 TO cajones-abiertos
           END-IF.

       GRABAR-ESTADO-CORRIDA.
           OPEN OUTPUT cierre-mensual.
           IF estado-cierre NOT = "00"
               DISPLAY "No se pudo grabar cierre-mensual.dat, estado: "
                   estado-cierre
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO pasos-leidos.
           PERFORM GRABAR-UN-PASO
           UNTIL pasos-leidos >= total-pasos.

           CLOSE cierre-mensual.

       GRABAR-UN-PASO.
           ADD 1 TO pasos-leidos.

           MOVE SPACES TO cierre-paso-registro.
           MOVE periodo-cierre TO cmp-periodo.
           MOVE pasos-leidos TO cmp-numero.
           MOVE tp-programa(pasos-leidos) TO cmp-programa.
           MOVE tp-resultado(pasos-leidos) TO cmp-resultado.
           MOVE tp-fecha(pasos-leidos) TO cmp-fecha.
           MOVE tp-hora(pasos-leidos) TO cmp-hora.
           MOVE tp-usuario(pasos-leidos) TO cmp-usuario.
           MOVE tp-nota(pasos-leidos) TO cmp-nota.

           WRITE cierre-paso-registro.
           IF estado-cierre NOT = "00"
               DISPLAY "Error al grabar cierre-mensual.dat, estado: "
                   estado-cierre
           END-IF.

      *    LA LISTA SE IMPRIME EN CADA CORRIDA, COMPLETA O NO, CON LA
      *    FIRMA DEL SUPERVISOR QUE LA LANZO
       IMPRIMIR-LISTA-CIERRE.
           MOVE "PROCESO_CIERRE_MENSUAL" TO spool-reporte.
           MOVE empleado-firmado TO spool-operador.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " periodo-cierre
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE SPACES TO spool-linea-env.
           STRING "LISTA DE CIERRE DEL PERIODO " periodo-cierre
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-lista TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-paso.
           PERFORM IMPRIMIR-UN-PASO
           UNTIL ix-paso >= total-pasos.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           IF cadena-detenida = "S"
               MOVE "CIERRE INCOMPLETO: RELANZAR PARA REANUDAR"
                   TO spool-linea-env
           ELSE
               MOVE "CIERRE COMPLETO" TO spool-linea-env
           END-IF.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "SUPERVISOR: " usuario-firmado
               "  EMPLEADO: " empleado-firmado
               "  EMITIDA: " fecha-sistema(1:8) " "
               fecha-sistema(9:6)
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "FIRMA: ______________________________"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       IMPRIMIR-UN-PASO.
           ADD 1 TO ix-paso.

           MOVE ix-paso TO dl-numero.
           MOVE tp-programa(ix-paso) TO dl-programa.
           EVALUATE tp-resultado(ix-paso)
               WHEN "O"
                   MOVE "COMPLETADO" TO dl-resultado
               WHEN "F"
                   MOVE "FALLIDO" TO dl-resultado
               WHEN "B"
                   MOVE "BLOQUEADO" TO dl-resultado
               WHEN OTHER
                   MOVE "PENDIENTE" TO dl-resultado
           END-EVALUATE.
           MOVE tp-fecha(ix-paso) TO dl-fecha.
           MOVE tp-hora(ix-paso) TO dl-hora.
           MOVE tp-usuario(ix-paso) TO dl-usuario.
           MOVE tp-nota(ix-paso) TO dl-nota.

           MOVE detalle-lista TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "PROCESO_CIERRE_MENSUAL".
