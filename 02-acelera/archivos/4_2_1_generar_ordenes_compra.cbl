      *          y emite ordenes numeradas desde oc-control.dat con su
      *          documento imprimible en ordenes-compra.prt.  El
      *          reporte de stock critico deja de ser un callejon sin
      *          salida.  Los articulos bloqueados para compra o
      *          descatalogados no se reponen aunque caigan bajo el
      *          critico: se cuentan aparte.  Un acuerdo marco activo
      *          del producto (vigente, dentro de fechas y con
      *          cantidad pendiente) manda sobre el enlace: la
      *          reposicion se pide a su proveedor y a su precio, y
      *          suma a lo consumido del acuerdo; lo que exceda del
      *          pendiente sigue por el enlace.  Cada linea lleva su
      *          precio pactado.  Ya no emite ordenes: cada faltante
      *          queda como requisicion sugerida (solicitante el
      *          operador firmado, importe valorado en EUR) que un
      *          supervisor aprueba en APROBAR_REQUISICIONES y que
      *          CONVERTIR_REQUISICIONES pasa a orden de compra con
      *          la agrupacion por proveedor, el papel y el consumo
      *          del acuerdo.  El producto que ya tiene una
      *          requisicion abierta no se vuelve a sugerir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ACUERDOS MARCO DE COMPRA
       SELECT acuerdos-compra
       ASSIGN TO "acuerdos-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-numero
       ALTERNATE RECORD KEY IS acu-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *ENLACES PRODUCTO-PROVEEDOR, SOLO LECTURA
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-enlaces.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA (MONEDA)
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *REQUISICIONES DE COMPRA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

      *REGISTRO DE NUMERACION DE REQUISICIONES (UN SOLO REGISTRO)
       SELECT req-control
       ASSIGN TO "requisiciones-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ACUERDOS MARCO DE COMPRA
       FD acuerdos-compra.
           COPY "ACUERDO-COMPRA.CPY".

      *ENLACES PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *REQUISICIONES DE COMPRA
       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

      *REGISTRO DE NUMERACION
       FD req-control.
       01  control-registro.
           05  ctrl-ultima-requisicion PIC 9(6).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-enlaces              PIC X(02) VALUE "00".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  hay-acuerdos                PIC X VALUE "N".
       77  leyendo-acuerdos            PIC X VALUE "S".
       77  cantidad-acuerdo            PIC 9(8) VALUE 0.
       77  total-con-acuerdo           PIC 9(4) VALUE 0.
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  numero-requisicion          PIC 9(6) VALUE 0.
       77  cantidad-reponer            PIC 9(6) VALUE 0.
       77  total-faltantes             PIC 9(4) VALUE 0.
       77  total-sin-proveedor         PIC 9(4) VALUE 0.
       77  total-bloqueados            PIC 9(4) VALUE 0.
       77  total-ya-requeridos         PIC 9(4) VALUE 0.
       77  total-requisiciones         PIC 9(4) VALUE 0.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-compra       VALUE "C" "D".
       77  requisicion-abierta         PIC X VALUE "N".
       77  leyendo-requisiciones       PIC X VALUE "S".

      *    LINEA DE REQUISICION EN CURSO
       77  linea-prov-id               PIC X(7) VALUE SPACES.
       77  linea-cantidad              PIC 9(6) VALUE 0.
       77  linea-precio                PIC 9(4)V99 VALUE 0.
       77  linea-moneda                PIC X(3) VALUE SPACES.
       77  linea-acuerdo               PIC 9(6) VALUE 0.

       01  justificacion-sugerida.
           05  FILLER                  PIC X(15)
               VALUE "REPOSICION: ST ".
           05  js-stock                PIC 9(6).
           05  FILLER                  PIC X(9) VALUE " CRITICO ".
           05  js-critico              PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

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
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Operador no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.
           PERFORM DETECTAR-FALTANTES
           UNTIL si-no = "N".

           PERFORM GRABAR-ULTIMO-NUMERO.

           DISPLAY "Productos con faltante...: " total-faltantes.
           DISPLAY "Faltantes sin proveedor..: " total-sin-proveedor.
           DISPLAY "Bajo critico bloqueados..: " total-bloqueados.
           DISPLAY "Con requisicion abierta..: " total-ya-requeridos.
           DISPLAY "Lineas contra acuerdo....: " total-con-acuerdo.
           DISPLAY "Requisiciones sugeridas..: " total-requisiciones.
           DISPLAY "Pendientes de aprobacion en "
               "requisiciones-compra.dat".
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
           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               STOP RUN
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               STOP RUN
           END-IF.

      *    SIN ACUERDOS MARCO SE PIDE TODO POR EL ENLACE
           OPEN INPUT acuerdos-compra.
           IF estado-acuerdos = "00"
               MOVE "S" TO hay-acuerdos
           END-IF.

           OPEN I-O requisiciones.
           IF estado-requisiciones = "35"
               OPEN OUTPUT requisiciones
               CLOSE requisiciones
               OPEN I-O requisiciones
           END-IF.
           IF estado-requisiciones NOT = "00"
               DISPLAY "No se pudo abrir requisiciones-compra.dat, "
                   "estado: " estado-requisiciones
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE producto-proveedor.
           CLOSE proveedores-archivo.
           IF hay-acuerdos = "S"
               CLOSE acuerdos-compra
           END-IF.
           CLOSE requisiciones.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT req-control.
           IF estado-control = "35"
               MOVE 0 TO numero-requisicion
           ELSE
               READ req-control
                   AT END
                       MOVE 0 TO numero-requisicion
                   NOT AT END
                       MOVE ctrl-ultima-requisicion
                           TO numero-requisicion
               END-READ
               CLOSE req-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT req-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar requisiciones-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-requisicion TO ctrl-ultima-requisicion
               WRITE control-registro
               CLOSE req-control
           END-IF.

       DETECTAR-FALTANTES.
                       MOVE "N" TO si-no
                   ELSE
                       IF producto-stock < producto-critico
                           PERFORM RESOLVER-SITUACION-PRODUCTO
                           IF situacion-bloq-compra
                               ADD 1 TO total-bloqueados
                           ELSE
                               PERFORM ANOTAR-FALTANTE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

      *    LA REPOSICION LLEVA EL STOCK HASTA EL DOBLE DEL CRITICO,
      *    PARA NO VOLVER A CAER BAJO EL UMBRAL CON LA PRIMERA VENTA.
      *    SI EL PRODUCTO YA ESTA EN UNA REQUISICION SIN CONVERTIR
      *    (PENDIENTE, ESCALADA O APROBADA) NO SE SUGIERE OTRA VEZ.
       ANOTAR-FALTANTE.
           ADD 1 TO total-faltantes.

           PERFORM BUSCAR-REQUISICION-ABIERTA.
           IF requisicion-abierta = "S"
               ADD 1 TO total-ya-requeridos
               EXIT PARAGRAPH
           END-IF.

           COMPUTE cantidad-reponer =
               (producto-critico * 2) - producto-stock.

           IF hay-acuerdos = "S"
               PERFORM BUSCAR-ACUERDO-ACTIVO
           END-IF.

           IF cantidad-reponer > 0
               PERFORM BUSCAR-PROVEEDOR-PRODUCTO
           END-IF.

       BUSCAR-REQUISICION-ABIERTA.
           MOVE "N" TO requisicion-abierta.
           MOVE producto-id TO req-producto-id.
           START requisiciones KEY IS = req-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM PROBAR-REQUISICION
           UNTIL leyendo-requisiciones = "N".

       PROBAR-REQUISICION.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   IF req-producto-id NOT = producto-id
                       MOVE "N" TO leyendo-requisiciones
                   ELSE
                       IF req-por-resolver OR req-aprobada
                           MOVE "S" TO requisicion-abierta
                           MOVE "N" TO leyendo-requisiciones
                       END-IF
                   END-IF
           END-READ.

      *    EL PRIMER ACUERDO ACTIVO DEL PRODUCTO SE LLEVA LA
      *    REPOSICION HASTA SU CANTIDAD PENDIENTE
       BUSCAR-ACUERDO-ACTIVO.
           MOVE producto-id TO acu-producto-id.
           START acuerdos-compra KEY IS = acu-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-acuerdos.
           PERFORM PROBAR-ACUERDO
           UNTIL leyendo-acuerdos = "N".

       PROBAR-ACUERDO.
           READ acuerdos-compra NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuerdos
               NOT AT END
                   IF acu-producto-id NOT = producto-id
                       MOVE "N" TO leyendo-acuerdos
                   ELSE
                       IF acu-vigente
                       AND acu-fecha-desde <= fecha-hoy
                       AND acu-fecha-hasta >= fecha-hoy
                       AND acu-cantidad-consumida
                           < acu-cantidad-comprometida
                           MOVE "N" TO leyendo-acuerdos
                           PERFORM ANOTAR-FALTANTE-ACUERDO
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-FALTANTE-ACUERDO.
           COMPUTE cantidad-acuerdo =
               acu-cantidad-comprometida - acu-cantidad-consumida.
           IF cantidad-acuerdo > cantidad-reponer
               MOVE cantidad-reponer TO cantidad-acuerdo
           END-IF.

           ADD 1 TO total-con-acuerdo.
           MOVE acu-prov-id TO linea-prov-id.
           MOVE cantidad-acuerdo TO linea-cantidad.
           MOVE acu-precio TO linea-precio.
           MOVE acu-moneda TO linea-moneda.
           MOVE acu-numero TO linea-acuerdo.
           PERFORM GRABAR-REQUISICION.

           SUBTRACT cantidad-acuerdo FROM cantidad-reponer.

       BUSCAR-PROVEEDOR-PRODUCTO.
           MOVE producto-id TO prpr-producto-id.
               EXIT PARAGRAPH
           END-IF.

           MOVE prpr-prov-id TO linea-prov-id.
           MOVE cantidad-reponer TO linea-cantidad.
           MOVE prpr-ultimo-precio TO linea-precio.
           MOVE 0 TO linea-acuerdo.

           MOVE prpr-prov-id TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   MOVE SPACES TO prov-moneda
           END-READ.
           MOVE prov-moneda TO linea-moneda.
           PERFORM GRABAR-REQUISICION.

      *    LA REQUISICION SUGERIDA LA FIRMA COMO SOLICITANTE EL
      *    OPERADOR QUE CORRE LA REPOSICION; EL IMPORTE SE VALORA EN
      *    EUR A HOY PARA QUE EL APROBADOR LO COMPARE CON SU LIMITE
       GRABAR-REQUISICION.
           ADD 1 TO numero-requisicion.

           MOVE SPACES TO requisicion-compra.
           MOVE numero-requisicion TO req-numero.
           SET req-sugerida TO TRUE.
           MOVE empleado-firmado TO req-solicitante.
           MOVE producto-stock TO js-stock.
           MOVE producto-critico TO js-critico.
           MOVE justificacion-sugerida TO req-justificacion.
           MOVE producto-id TO req-producto-id.
           MOVE linea-prov-id TO req-prov-id.
           MOVE linea-cantidad TO req-cantidad.
           MOVE linea-precio TO req-precio.
           MOVE linea-moneda TO req-moneda.
           MOVE linea-acuerdo TO req-acuerdo.
           MOVE fecha-hoy TO req-fecha-alta.
           SET req-pendiente TO TRUE.
           MOVE 0 TO req-fecha-resolucion req-fecha-conversion
               req-oc-numero.

           MOVE linea-moneda TO sc-moneda.
           MOVE fecha-hoy TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   linea-moneda " " producto-id
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE req-importe-eur ROUNDED =
               linea-cantidad * linea-precio * sc-tasa.

           WRITE requisicion-compra
               INVALID KEY
                   DISPLAY "No se pudo grabar la requisicion, "
                       "estado: " estado-requisiciones
               NOT INVALID KEY
                   ADD 1 TO total-requisiciones
           END-WRITE.

       END PROGRAM "GENERAR_ORDENES_COMPRA".
