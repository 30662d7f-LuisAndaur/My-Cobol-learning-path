      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de las liquidaciones de tarjeta del
      *          mostrador.  Funcion de supervisor (firma por
      *          SEGURIDAD-SIGNON).  Lee el fichero diario de la
      *          entidad procesadora tarjetas-liquidacion.dat (fecha
      *          de la venta;factura;importe bruto;importe neto
      *          abonado por linea) y casa cada operacion por fecha,
      *          importe y factura contra las ventas cobradas con
      *          tarjeta en sesiones-caja.dat.  La comision de cada
      *          operacion casada es lo que la entidad retuvo (bruto
      *          menos neto); se compara con la pactada, porcentaje
      *          guardado en tarjetas-param.dat que el operador puede
      *          cambiar al lanzar la corrida, y la que no coincide
      *          sale en el reporte.  El total de comisiones se
      *          asienta por ASIENTOS-DIARIO (servicios bancarios
      *          6260 contra bancos 5720, donde el posteo llevo el
      *          cobro bruto) con origen TARJETAS.  Cada pareja
      *          casada queda anotada en conciliacion.dat con tipo T,
      *          como hace CONCILIACION_BANCARIA, para no casarla dos
      *          veces; si el asiento no se graba no se anota nada y
      *          la corrida se puede repetir.  El reporte sale por el
      *          escritor de spool: operaciones de la entidad sin
      *          venta y ventas con tarjeta sin liquidar hasta la
      *          ultima fecha que trae el fichero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONCILIACION_TARJETAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIQUIDACION DIARIA DE LA ENTIDAD DE TARJETAS, SOLO LECTURA
       SELECT liquidacion-archivo
       ASSIGN TO "tarjetas-liquidacion.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-liquidacion.

      *LIBRO DE SESIONES DE CAJA, SOLO LECTURA
       SELECT sesiones-archivo
       ASSIGN TO "sesiones-caja.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-sesiones.

      *COMISION PACTADA CON LA ENTIDAD (UN SOLO REGISTRO)
       SELECT parametros-archivo
       ASSIGN TO "tarjetas-param.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-parametros.

      *REGISTRO DE CONCILIACIONES, SOLO SE AGREGA AL FINAL
       SELECT conciliacion-archivo
       ASSIGN TO "conciliacion.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-concilia.

       DATA DIVISION.
       FILE SECTION.
      *LIQUIDACION DE LA ENTIDAD
       FD liquidacion-archivo.
       01  liquidacion-linea.
           05  liq-fecha               PIC 9(8).
           05  FILLER                  PIC X.
           05  liq-factura             PIC 9(6).
           05  FILLER                  PIC X.
           05  liq-bruto               PIC 9(6),99.
           05  FILLER                  PIC X.
           05  liq-neto                PIC 9(6),99.

      *LIBRO DE SESIONES DE CAJA
       FD sesiones-archivo.
           COPY "SESION-CAJA.CPY".

      *COMISION PACTADA, EN PORCENTAJE SOBRE EL BRUTO
       FD parametros-archivo.
       01  parametros-registro.
           05  par-porcentaje          PIC 9(2)V99.

      *REGISTRO DE CONCILIACIONES
       FD conciliacion-archivo.
           COPY "CONCILIACION-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-liquidacion          PIC X(02) VALUE "00".
       77  estado-sesiones             PIC X(02) VALUE "00".
       77  estado-parametros           PIC X(02) VALUE "00".
       77  estado-concilia             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  linea-casada                PIC X VALUE "N".
       77  ix-liq                      PIC 9(4) VALUE 0.
       77  ix-vta                      PIC 9(4) VALUE 0.
       77  cambiar-porcentaje          PIC X VALUE "N".
       77  nuevo-porcentaje            PIC 9(2)V99 VALUE 0.
       77  ultima-fecha-liquidada      PIC 9(8) VALUE 0.
       77  comision-pactada            PIC 9(6)V99 VALUE 0.
       77  diferencia-comision         PIC S9(6)V99 VALUE 0.

      *    COMISION PACTADA EN USO; LA DE FABRICA SI NO HAY ARCHIVO
       77  porcentaje-fabrica          PIC 9(2)V99 VALUE 1,50.
       77  porcentaje-pactado          PIC 9(2)V99 VALUE 0.

      *    TOTALES DE LA CORRIDA
       77  total-casadas               PIC 9(4) VALUE 0.
       77  total-liq-sueltas           PIC 9(4) VALUE 0.
       77  total-vta-sueltas           PIC 9(4) VALUE 0.
       77  total-vta-pendientes        PIC 9(4) VALUE 0.
       77  total-comision-distinta     PIC 9(4) VALUE 0.
       77  total-bruto                 PIC 9(8)V99 VALUE 0.
       77  total-neto                  PIC 9(8)V99 VALUE 0.
       77  total-comision              PIC 9(8)V99 VALUE 0.

      *    CUENTAS DE LA CASA PARA LA COMISION
       77  cuenta-comisiones           PIC X(4) VALUE "6260".
       77  cuenta-bancos               PIC X(4) VALUE "5720".
       77  origen-tarjetas             PIC X(10) VALUE "TARJETAS".

      *    LIQUIDACION DE LA ENTIDAD EN MEMORIA
       77  total-liquidacion           PIC 9(4) VALUE 0.
       01  tabla-liquidacion.
           05  entrada-liq OCCURS 1000 TIMES.
               10  tlq-fecha           PIC 9(8).
               10  tlq-factura         PIC 9(6).
               10  tlq-bruto           PIC 9(6)V99.
               10  tlq-neto            PIC 9(6)V99.
               10  tlq-casada          PIC X.

      *    VENTAS COBRADAS CON TARJETA, AUN SIN CONCILIAR
       77  total-ventas                PIC 9(4) VALUE 0.
       01  tabla-ventas.
           05  entrada-vta OCCURS 3000 TIMES.
               10  tvt-fecha           PIC 9(8).
               10  tvt-factura         PIC 9(6).
               10  tvt-importe         PIC 9(6)V99.
               10  tvt-casada          PIC X.

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

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE SPACES.
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CAJA".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  excepcion-liquidacion.
           05  FILLER                  PIC X(21)
               VALUE "ENTIDAD SIN VENTA:   ".
           05  el-fecha                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  el-factura              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  el-bruto                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  el-neto                 PIC ZZZ.ZZ9,99.

       01  excepcion-venta.
           05  FILLER                  PIC X(21)
               VALUE "VENTA SIN LIQUIDAR:  ".
           05  ev-fecha                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ev-factura              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ev-importe              PIC ZZZ.ZZ9,99.

       01  excepcion-comision.
           05  FILLER                  PIC X(21)
               VALUE "COMISION NO PACTADA: ".
           05  ec-fecha                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ec-factura              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ec-bruto                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(11) VALUE "  COBRADA: ".
           05  ec-cobrada              PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(11) VALUE "  PACTADA: ".
           05  ec-pactada              PIC ZZ.ZZ9,99.

       01  linea-total-tarjetas.
           05  FILLER                  PIC X(21)
               VALUE "TOTAL CASADO BRUTO:  ".
           05  ltt-bruto               PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(9) VALUE "  NETO: ".
           05  ltt-neto                PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(13) VALUE "  COMISION: ".
           05  ltt-comision            PIC ZZ.ZZZ.ZZ9,99.

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
               DISPLAY "Conciliacion de tarjetas reservada a "
                   "supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo contable cerrado para la fecha "
                   fecha-hoy ", liquidacion no conciliada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARGAR-PORCENTAJE.
           PERFORM REVISAR-PORCENTAJE.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CARGAR-LIQUIDACION.
           PERFORM CARGAR-VENTAS-TARJETA.
           PERFORM MARCAR-YA-CONCILIADAS.

           PERFORM CASAR-LIQUIDACION.
           PERFORM ASENTAR-COMISIONES.
           IF ad-fallido
               DISPLAY "La comision NO se asento, nada queda "
                   "conciliado; repita la corrida"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRABAR-NUEVAS-CONCILIACIONES
           END-IF.
           PERFORM REPORTAR-EXCEPCIONES.

           DISPLAY "Operaciones casadas en la corrida: "
               total-casadas.
           DISPLAY "Comision retenida por la entidad..: "
               total-comision.
           DISPLAY "Comisiones distintas de la pactada: "
               total-comision-distinta.
           DISPLAY "Operaciones de la entidad sin venta: "
               total-liq-sueltas.
           DISPLAY "Ventas con tarjeta sin liquidar...: "
               total-vta-sueltas.
           DISPLAY "Ventas posteriores a la liquidacion: "
               total-vta-pendientes.
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
           MOVE "CONCILIACION_TARJETAS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "LIQUIDACION " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT liquidacion-archivo.
           IF estado-liquidacion NOT = "00"
               DISPLAY "No se pudo abrir tarjetas-liquidacion.dat, "
                   "estado: " estado-liquidacion
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE liquidacion-archivo.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-PORCENTAJE.
           MOVE porcentaje-fabrica TO porcentaje-pactado.

           OPEN INPUT parametros-archivo.
           IF estado-parametros NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ parametros-archivo
               NOT AT END
                   MOVE par-porcentaje TO porcentaje-pactado
           END-READ.
           CLOSE parametros-archivo.

       REVISAR-PORCENTAJE.
           DISPLAY "Comision pactada con la entidad: "
               porcentaje-pactado " %".
           DISPLAY "¿Cambiar la comision pactada? (s/n)".
           ACCEPT cambiar-porcentaje.
           MOVE FUNCTION UPPER-CASE(cambiar-porcentaje)
               TO cambiar-porcentaje.
           IF cambiar-porcentaje NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nueva comision en % (vacio = se mantiene): ".
           MOVE 0 TO nuevo-porcentaje.
           ACCEPT nuevo-porcentaje.
           IF nuevo-porcentaje = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE nuevo-porcentaje TO porcentaje-pactado.

           OPEN OUTPUT parametros-archivo.
           IF estado-parametros NOT = "00"
               DISPLAY "No se pudo grabar tarjetas-param.dat, "
                   "estado: " estado-parametros
               EXIT PARAGRAPH
           END-IF.
           MOVE porcentaje-pactado TO par-porcentaje.
           WRITE parametros-registro.
           CLOSE parametros-archivo.

       CARGAR-LIQUIDACION.
           MOVE "S" TO si-no.
           PERFORM CARGAR-UNA-LINEA-LIQUIDACION
           UNTIL si-no = "N".

      *    UNA LINEA MAL FORMADA O CON EL NETO POR ENCIMA DEL BRUTO
      *    NO SE PUEDE CASAR NI ASENTAR: SE AVISA Y SE DESCARTA
       CARGAR-UNA-LINEA-LIQUIDACION.
           READ liquidacion-archivo
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF liquidacion-linea = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF liq-fecha IS NOT NUMERIC
           OR liq-factura IS NOT NUMERIC
           OR liq-bruto IS NOT NUMERIC
           OR liq-neto IS NOT NUMERIC
               DISPLAY "Linea de liquidacion invalida: "
                   liquidacion-linea
               EXIT PARAGRAPH
           END-IF.

           IF total-liquidacion >= 1000
               DISPLAY "Liquidacion desbordada, operacion sin "
                   "conciliar: " liq-factura
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-liquidacion.
           MOVE liq-fecha TO tlq-fecha(total-liquidacion).
           MOVE liq-factura TO tlq-factura(total-liquidacion).
           MOVE liq-bruto TO tlq-bruto(total-liquidacion).
           MOVE liq-neto TO tlq-neto(total-liquidacion).
           MOVE "N" TO tlq-casada(total-liquidacion).

           IF tlq-neto(total-liquidacion)
               > tlq-bruto(total-liquidacion)
               DISPLAY "Neto mayor que el bruto, operacion sin "
                   "conciliar: " liq-factura
               SUBTRACT 1 FROM total-liquidacion
               EXIT PARAGRAPH
           END-IF.

           IF liq-fecha > ultima-fecha-liquidada
               MOVE liq-fecha TO ultima-fecha-liquidada
           END-IF.

      *    SOLO LAS VENTAS COBRADAS CON TARJETA; LAS DE EFECTIVO
      *    LAS CUADRA EL CIERRE Z
       CARGAR-VENTAS-TARJETA.
           OPEN INPUT sesiones-archivo.
           IF estado-sesiones NOT = "00"
               DISPLAY "Sin sesiones-caja.dat, estado: "
                   estado-sesiones
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM CARGAR-UNA-VENTA
           UNTIL si-no = "N".

           CLOSE sesiones-archivo.

       CARGAR-UNA-VENTA.
           READ sesiones-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF scj-venta AND scj-pago-tarjeta
                       IF total-ventas >= 3000
                           DISPLAY "Tabla de ventas desbordada"
                       ELSE
                           ADD 1 TO total-ventas
                           MOVE scj-fecha TO tvt-fecha(total-ventas)
                           MOVE scj-factura
                               TO tvt-factura(total-ventas)
                           MOVE scj-importe
                               TO tvt-importe(total-ventas)
                           MOVE "N" TO tvt-casada(total-ventas)
                       END-IF
                   END-IF
           END-READ.

      *    LO YA CONCILIADO EN CORRIDAS ANTERIORES SE MARCA CASADO
      *    DE ENTRADA, EN LAS VENTAS Y EN LA LIQUIDACION: UNA
      *    OPERACION QUE LA ENTIDAD REPITE NO SE ASIENTA DOS VECES.
       MARCAR-YA-CONCILIADAS.
           OPEN INPUT conciliacion-archivo.
           IF estado-concilia NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM MARCAR-UNA-CONCILIADA
           UNTIL si-no = "N".

           CLOSE conciliacion-archivo.

       MARCAR-UNA-CONCILIADA.
           READ conciliacion-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF con-tarjeta
                       MOVE 0 TO ix-vta
                       PERFORM MARCAR-VENTA-CONCILIADA
                       UNTIL ix-vta >= total-ventas
                       MOVE 0 TO ix-liq
                       PERFORM MARCAR-LIQUIDACION-CONCILIADA
                       UNTIL ix-liq >= total-liquidacion
                   END-IF
           END-READ.

       MARCAR-VENTA-CONCILIADA.
           ADD 1 TO ix-vta.
           IF tvt-casada(ix-vta) = "N"
           AND tvt-factura(ix-vta) = con-referencia(1:6)
           AND tvt-importe(ix-vta) = con-importe
           AND tvt-fecha(ix-vta) = con-fecha-banco
               MOVE "S" TO tvt-casada(ix-vta)
               MOVE total-ventas TO ix-vta
           END-IF.

      *    LA OPERACION YA CONCILIADA QUE LA ENTIDAD VUELVE A
      *    TRAER QUEDA FUERA DE LA CORRIDA SIN SALIR EN EL REPORTE
       MARCAR-LIQUIDACION-CONCILIADA.
           ADD 1 TO ix-liq.
           IF tlq-casada(ix-liq) = "N"
           AND tlq-factura(ix-liq) = con-referencia(1:6)
           AND tlq-bruto(ix-liq) = con-importe
           AND tlq-fecha(ix-liq) = con-fecha-banco
               MOVE "Y" TO tlq-casada(ix-liq)
               MOVE total-liquidacion TO ix-liq
           END-IF.

       CASAR-LIQUIDACION.
           MOVE 0 TO ix-liq.
           PERFORM CASAR-UNA-OPERACION
           UNTIL ix-liq >= total-liquidacion.

       CASAR-UNA-OPERACION.
           ADD 1 TO ix-liq.
           IF tlq-casada(ix-liq) NOT = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO linea-casada.
           MOVE 0 TO ix-vta.
           PERFORM PROBAR-UNA-VENTA
           UNTIL linea-casada = "S" OR ix-vta >= total-ventas.

           IF linea-casada = "S"
               MOVE "S" TO tlq-casada(ix-liq)
               ADD 1 TO total-casadas
               ADD tlq-bruto(ix-liq) TO total-bruto
               ADD tlq-neto(ix-liq) TO total-neto
               PERFORM REVISAR-COMISION
           END-IF.

       PROBAR-UNA-VENTA.
           ADD 1 TO ix-vta.

           IF tvt-casada(ix-vta) = "N"
           AND tvt-fecha(ix-vta) = tlq-fecha(ix-liq)
           AND tvt-importe(ix-vta) = tlq-bruto(ix-liq)
           AND tvt-factura(ix-vta) = tlq-factura(ix-liq)
               MOVE "S" TO tvt-casada(ix-vta)
               MOVE "S" TO linea-casada
           END-IF.

      *    LA COMISION QUE SE ASIENTA ES LA QUE LA ENTIDAD RETUVO;
      *    LA PACTADA SOLO SIRVE PARA SENALAR LAS QUE NO COINCIDEN
      *    (UN CENTIMO DE REDONDEO SE ADMITE)
       REVISAR-COMISION.
           COMPUTE comision-pactada ROUNDED =
               tlq-bruto(ix-liq) * porcentaje-pactado / 100.
           COMPUTE diferencia-comision =
               tlq-bruto(ix-liq) - tlq-neto(ix-liq)
               - comision-pactada.

           IF diferencia-comision > 0,01
           OR diferencia-comision < -0,01
               ADD 1 TO total-comision-distinta
               MOVE tlq-fecha(ix-liq) TO ec-fecha
               MOVE tlq-factura(ix-liq) TO ec-factura
               MOVE tlq-bruto(ix-liq) TO ec-bruto
               COMPUTE ec-cobrada =
                   tlq-bruto(ix-liq) - tlq-neto(ix-liq)
               MOVE comision-pactada TO ec-pactada
               MOVE excepcion-comision TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

      *    UN SOLO ASIENTO POR CORRIDA CON LA COMISION DE TODAS LAS
      *    OPERACIONES CASADAS
       ASENTAR-COMISIONES.
           SET ad-correcto TO TRUE.
           COMPUTE total-comision = total-bruto - total-neto.
           IF total-comision = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ad-referencia.
           STRING "TJ" fecha-hoy
               DELIMITED BY SIZE INTO ad-referencia.
           MOVE SPACES TO ad-depto-id.
           MOVE origen-tarjetas TO ad-origen.
           MOVE fecha-hoy TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-comisiones TO ad-cuenta.
           MOVE total-comision TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-bancos TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE total-comision TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF ad-correcto
               DISPLAY "Comision asentada, diario " ad-numero
           END-IF.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       GRABAR-NUEVAS-CONCILIACIONES.
           OPEN EXTEND conciliacion-archivo.
           IF estado-concilia = "35"
               OPEN OUTPUT conciliacion-archivo
           END-IF.
           IF estado-concilia NOT = "00"
               DISPLAY "No se pudo abrir conciliacion.dat, estado: "
                   estado-concilia
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-liq.
           PERFORM GRABAR-UNA-CONCILIACION
           UNTIL ix-liq >= total-liquidacion.

           CLOSE conciliacion-archivo.

       GRABAR-UNA-CONCILIACION.
           ADD 1 TO ix-liq.

           IF tlq-casada(ix-liq) = "S"
               MOVE SPACES TO conciliacion-registro
               SET con-tarjeta TO TRUE
               MOVE tlq-factura(ix-liq) TO con-referencia(1:6)
               MOVE tlq-bruto(ix-liq) TO con-importe
               MOVE tlq-fecha(ix-liq) TO con-fecha-banco
               MOVE fecha-hoy TO con-fecha-concilia
               WRITE conciliacion-registro
               IF estado-concilia NOT = "00"
                   DISPLAY "Error al grabar conciliacion.dat, "
                       "estado: " estado-concilia
               END-IF
           END-IF.

       REPORTAR-EXCEPCIONES.
           MOVE 0 TO ix-liq.
           PERFORM REPORTAR-LIQUIDACION-SUELTA
           UNTIL ix-liq >= total-liquidacion.

           MOVE 0 TO ix-vta.
           PERFORM REPORTAR-VENTA-SUELTA
           UNTIL ix-vta >= total-ventas.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE total-bruto TO ltt-bruto.
           MOVE total-neto TO ltt-neto.
           MOVE total-comision TO ltt-comision.
           MOVE linea-total-tarjetas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       REPORTAR-LIQUIDACION-SUELTA.
           ADD 1 TO ix-liq.

           IF tlq-casada(ix-liq) = "N"
               ADD 1 TO total-liq-sueltas
               MOVE tlq-fecha(ix-liq) TO el-fecha
               MOVE tlq-factura(ix-liq) TO el-factura
               MOVE tlq-bruto(ix-liq) TO el-bruto
               MOVE tlq-neto(ix-liq) TO el-neto
               MOVE excepcion-liquidacion TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

      *    LA VENTA POSTERIOR A LA ULTIMA FECHA QUE LIQUIDA LA
      *    ENTIDAD AUN NO LE TOCA: SOLO SE CUENTA
       REPORTAR-VENTA-SUELTA.
           ADD 1 TO ix-vta.

           IF tvt-casada(ix-vta) = "N"
               IF tvt-fecha(ix-vta) > ultima-fecha-liquidada
                   ADD 1 TO total-vta-pendientes
               ELSE
                   ADD 1 TO total-vta-sueltas
                   MOVE tvt-fecha(ix-vta) TO ev-fecha
                   MOVE tvt-factura(ix-vta) TO ev-factura
                   MOVE tvt-importe(ix-vta) TO ev-importe
                   MOVE excepcion-venta TO spool-linea-env
                   PERFORM ENVIAR-LINEA-SPOOL
               END-IF
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "CONCILIACION_TARJETAS".
