      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo trimestral de los rappels por volumen.  Para
      *          cada acuerdo vigente de rappels-acuerdos.dat acumula
      *          las ventas netas del ano hasta el cierre del
      *          trimestre pedido: base de las facturas de venta
      *          (facturas.dat, sin las de intereses) menos la base
      *          de los abonos (abonos.dat), mas o menos la de las
      *          rectificativas (rectificativas.dat), todo convertido
      *          a EUR con SERVICIOS-CAMBIO a la fecha del documento.
      *          Contra los tramos del acuerdo muestra el tramo
      *          alcanzado, el porcentaje, el rappel devengado a la
      *          fecha, el tramo siguiente y lo que falta para
      *          llegar a el.  Emite el listado por el escritor de
      *          spool; no graba nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEVENGO_RAPPELS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUERDOS DE RAPPEL, SOLO LECTURA
       SELECT rappels-acuerdos
       ASSIGN TO "rappels-acuerdos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rpa-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *REGISTRO DE FACTURAS RECTIFICATIVAS, SOLO LECTURA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

       DATA DIVISION.
       FILE SECTION.
      *ACUERDOS DE RAPPEL
       FD rappels-acuerdos.
           COPY "RAPPEL-ACUERDO.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-abonos                  PIC X VALUE "N".
       77  hay-rectificativas          PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  trimestre-pedido            PIC 9 VALUE 0.
       77  fecha-corte                 PIC 9(8) VALUE 0.
       77  ix-mon                      PIC 9 VALUE 0.
       77  ix-rap                      PIC 9(4) VALUE 0.
       77  ix-tramo                    PIC 9 VALUE 0.
       77  rappel-ubicado              PIC X VALUE "N".
       77  id-trabajo                  PIC X(7) VALUE SPACES.
       77  fecha-trabajo               PIC 9(8) VALUE 0.
       77  moneda-trabajo              PIC X(3) VALUE SPACES.
       77  importe-trabajo             PIC S9(8)V99 VALUE 0.
       77  importe-eur                 PIC S9(11)V99 VALUE 0.
       77  tramo-alcanzado             PIC 9 VALUE 0.
       77  tramo-siguiente             PIC 9 VALUE 0.
       77  porcentaje-aplicado         PIC 9(2)V99 VALUE 0.
       77  rappel-devengado            PIC S9(9)V99 VALUE 0.
       77  falta-siguiente             PIC S9(11)V99 VALUE 0.
       77  total-documentos            PIC 9(6) VALUE 0.
       77  total-sin-tasa              PIC 9(6) VALUE 0.
       77  total-volumen               PIC S9(11)V99 VALUE 0.
       77  total-devengado             PIC S9(11)V99 VALUE 0.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    CLIENTES CON ACUERDO VIGENTE Y SU VENTA NETA EN EUR
       77  total-rappels               PIC 9(4) VALUE 0.
       01  tabla-rappels.
           05  entrada-rappel OCCURS 1000 TIMES.
               10  trp-clientes-id     PIC X(7).
               10  trp-volumen         PIC S9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-devengo.
           05  FILLER                  PIC X(8) VALUE "CLIENTE".
           05  FILLER                  PIC X(26) VALUE "NOMBRE".
           05  FILLER                  PIC X(16)
                                       VALUE "    VENTA NETA".
           05  FILLER                  PIC X(6) VALUE " TRAMO".
           05  FILLER                  PIC X(8) VALUE "      %".
           05  FILLER                  PIC X(15)
                                       VALUE "    DEVENGADO".
           05  FILLER                  PIC X(16)
                                       VALUE "  SIGUIENTE EN".
           05  FILLER                  PIC X(8) VALUE "      %".
           05  FILLER                  PIC X(16)
                                       VALUE "        FALTAN".

       01  detalle-devengo.
           05  ddv-clientes-id         PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-nombre              PIC X(25).
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-volumen             PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ddv-tramo               PIC 9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ddv-porcentaje          PIC Z9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-devengado           PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-siguiente           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ddv-porcentaje-sig      PIC Z9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-falta               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  ddv-marca               PIC X(10).

       01  linea-resumen-devengo.
           05  lrd-leyenda             PIC X(30).
           05  lrd-importe             PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM CARGAR-ACUERDOS
           UNTIL si-no = "N".

           IF total-rappels = 0
               DISPLAY "No hay acuerdos de rappel vigentes"
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-FACTURAS
           UNTIL si-no = "N".

           IF hay-abonos = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-ABONOS
               UNTIL si-no = "N"
           END-IF.

           IF hay-rectificativas = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-RECTIFICATIVAS
               UNTIL si-no = "N"
           END-IF.

           PERFORM IMPRIMIR-DEVENGO.

           DISPLAY "Acuerdos vigentes......: " total-rappels.
           DISPLAY "Documentos barridos....: " total-documentos.
           DISPLAY "Devengo encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    EL CORTE ES EL ULTIMO DIA DEL TRIMESTRE; BASTA CON DIA 31
      *    PORQUE SOLO SE COMPARA CONTRA FECHAS AAAAMMDD REALES
       OBTENER-PARAMETROS.
           DISPLAY "Ejercicio (AAAA): ".
           ACCEPT anio-pedido.
           IF anio-pedido = 0
               MOVE fecha-sistema(1:4) TO anio-pedido
           END-IF.

           DISPLAY "Trimestre (1-4): ".
           ACCEPT trimestre-pedido.
           IF trimestre-pedido < 1 OR trimestre-pedido > 4
               DISPLAY "Trimestre invalido, se toma el 4"
               MOVE 4 TO trimestre-pedido
           END-IF.

           COMPUTE fecha-corte = anio-pedido * 10000
               + trimestre-pedido * 300 + 31.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "DEVENGO_RAPPELS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "EJERCICIO " anio-pedido
               " TRIMESTRE " trimestre-pedido
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT rappels-acuerdos.
           IF estado-acuerdos NOT = "00"
               DISPLAY "No se pudo abrir rappels-acuerdos.dat, "
                   "estado: " estado-acuerdos
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT abonos-archivo.
           IF estado-abonos = "00"
               MOVE "S" TO hay-abonos
           ELSE
               MOVE "N" TO hay-abonos
           END-IF.

           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas = "00"
               MOVE "S" TO hay-rectificativas
           ELSE
               MOVE "N" TO hay-rectificativas
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE rappels-acuerdos.
           CLOSE facturas-archivo.
           IF hay-abonos = "S"
               CLOSE abonos-archivo
           END-IF.
           IF hay-rectificativas = "S"
               CLOSE rectificativas-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-ACUERDOS.
           READ rappels-acuerdos NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rpa-vigente
                       PERFORM AGREGAR-ACUERDO
                   END-IF
           END-READ.

       AGREGAR-ACUERDO.
           IF total-rappels >= 1000
               DISPLAY "Tabla de acuerdos desbordada, se omite: "
                   rpa-clientes-id
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-rappels.
           MOVE rpa-clientes-id TO trp-clientes-id(total-rappels).
           MOVE 0 TO trp-volumen(total-rappels).

      *    SOLO CUENTA LA VENTA DE BIENES Y SERVICIOS: LAS FACTURAS
      *    DE INTERESES DE DEMORA NO HACEN VOLUMEN
       BARRER-FACTURAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fac-fecha(1:4) = anio-pedido
                   AND fac-fecha NOT > fecha-corte
                   AND NOT fac-intereses
                       ADD 1 TO total-documentos
                       MOVE 0 TO ix-mon
                       PERFORM ACUMULAR-MONEDA-FACTURA 3 TIMES
                   END-IF
           END-READ.

       ACUMULAR-MONEDA-FACTURA.
           ADD 1 TO ix-mon.
           IF fac-base(ix-mon) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE fac-clientes-id TO id-trabajo.
           MOVE fac-fecha TO fecha-trabajo.
           MOVE fac-moneda(ix-mon) TO moneda-trabajo.
           MOVE fac-base(ix-mon) TO importe-trabajo.
           PERFORM ACUMULAR-DOCUMENTO.

       BARRER-ABONOS.
           READ abonos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF abo-fecha(1:4) = anio-pedido
                   AND abo-fecha NOT > fecha-corte
                       ADD 1 TO total-documentos
                       MOVE abo-clientes-id TO id-trabajo
                       MOVE abo-fecha TO fecha-trabajo
                       MOVE abo-moneda TO moneda-trabajo
                       COMPUTE importe-trabajo = 0 - abo-base
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    LA RECTIFICATIVA DE CARGO SUMA Y LA DE ABONO RESTA
       BARRER-RECTIFICATIVAS.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rct-fecha(1:4) = anio-pedido
                   AND rct-fecha NOT > fecha-corte
                       ADD 1 TO total-documentos
                       MOVE rct-clientes-id TO id-trabajo
                       MOVE rct-fecha TO fecha-trabajo
                       MOVE rct-moneda TO moneda-trabajo
                       IF rct-abono
                           COMPUTE importe-trabajo = 0 - rct-base
                       ELSE
                           MOVE rct-base TO importe-trabajo
                       END-IF
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    SOLO INTERESAN LOS CLIENTES CON ACUERDO; LA CONVERSION A
      *    EUR ES A LA FECHA DEL DOCUMENTO
       ACUMULAR-DOCUMENTO.
           PERFORM UBICAR-RAPPEL.
           IF rappel-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE moneda-trabajo TO sc-moneda.
           MOVE fecha-trabajo TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               ADD 1 TO total-sin-tasa
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   moneda-trabajo " " id-trabajo " " fecha-trabajo
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE importe-eur ROUNDED = importe-trabajo * sc-tasa.

           ADD importe-eur TO trp-volumen(ix-rap).

       UBICAR-RAPPEL.
           MOVE "N" TO rappel-ubicado.
           MOVE 0 TO ix-rap.
           PERFORM BUSCAR-UN-RAPPEL
           UNTIL rappel-ubicado = "S"
           OR ix-rap >= total-rappels.

       BUSCAR-UN-RAPPEL.
           ADD 1 TO ix-rap.
           IF trp-clientes-id(ix-rap) = id-trabajo
               MOVE "S" TO rappel-ubicado
           END-IF.

       IMPRIMIR-DEVENGO.
           MOVE SPACES TO spool-linea-env.
           STRING "DEVENGO DE RAPPELS POR VOLUMEN - EJERCICIO "
               anio-pedido " HASTA EL " trimestre-pedido
               " TRIMESTRE (CORTE " fecha-corte ")"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "VENTA NETA EN EUR SIN IVA: FACTURAS MENOS ABONOS "
               "MAS/MENOS RECTIFICATIVAS"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-devengo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-rap.
           PERFORM IMPRIMIR-UN-RAPPEL
           UNTIL ix-rap >= total-rappels.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL VENTA NETA CON ACUERDO" TO lrd-leyenda.
           MOVE total-volumen TO lrd-importe.
           MOVE linea-resumen-devengo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL RAPPEL DEVENGADO" TO lrd-leyenda.
           MOVE total-devengado TO lrd-importe.
           MOVE linea-resumen-devengo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           IF total-sin-tasa > 0
               MOVE SPACES TO spool-linea-env
               STRING "DOCUMENTOS SIN TASA DE CAMBIO (A VALOR "
                   "NOMINAL): " total-sin-tasa
                   DELIMITED BY SIZE INTO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       IMPRIMIR-UN-RAPPEL.
           ADD 1 TO ix-rap.
           MOVE trp-clientes-id(ix-rap) TO rpa-clientes-id.
           READ rappels-acuerdos
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CALCULAR-TRAMO.

           MOVE SPACES TO detalle-devengo.
           MOVE rpa-clientes-id TO ddv-clientes-id.
           MOVE SPACES TO ddv-nombre.
           IF hay-clientes = "S"
               MOVE rpa-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       MOVE "CLIENTE INEXISTENTE" TO ddv-nombre
                   NOT INVALID KEY
                       MOVE clientes-nombre TO ddv-nombre
               END-READ
           END-IF.
           MOVE trp-volumen(ix-rap) TO ddv-volumen.
           MOVE tramo-alcanzado TO ddv-tramo.
           MOVE porcentaje-aplicado TO ddv-porcentaje.
           MOVE rappel-devengado TO ddv-devengado.
           IF tramo-siguiente > 0
               MOVE rpa-umbral(tramo-siguiente) TO ddv-siguiente
               MOVE rpa-porcentaje(tramo-siguiente)
                   TO ddv-porcentaje-sig
               MOVE falta-siguiente TO ddv-falta
           ELSE
               MOVE "TRAMO MAX" TO ddv-marca
           END-IF.
           IF rpa-ultimo-liquidado >= anio-pedido
               MOVE "LIQUIDADO" TO ddv-marca
           END-IF.
           MOVE detalle-devengo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           ADD trp-volumen(ix-rap) TO total-volumen.
           ADD rappel-devengado TO total-devengado.

      *    EL PORCENTAJE DEL TRAMO MAS ALTO ALCANZADO SE APLICA A
      *    TODO EL VOLUMEN; EL SIGUIENTE ES EL PRIMERO NO ALCANZADO
       CALCULAR-TRAMO.
           MOVE 0 TO tramo-alcanzado.
           MOVE 0 TO tramo-siguiente.
           MOVE 0 TO porcentaje-aplicado.
           MOVE 0 TO rappel-devengado.
           MOVE 0 TO falta-siguiente.

           MOVE 0 TO ix-tramo.
           PERFORM EVALUAR-UN-TRAMO 5 TIMES.

           IF tramo-alcanzado > 0
               MOVE rpa-porcentaje(tramo-alcanzado)
                   TO porcentaje-aplicado
               COMPUTE rappel-devengado ROUNDED =
                   trp-volumen(ix-rap) * porcentaje-aplicado / 100
           END-IF.

           IF tramo-siguiente > 0
               COMPUTE falta-siguiente =
                   rpa-umbral(tramo-siguiente) - trp-volumen(ix-rap)
           END-IF.

       EVALUAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           IF rpa-umbral(ix-tramo) = 0
               EXIT PARAGRAPH
           END-IF.

           IF trp-volumen(ix-rap) >= rpa-umbral(ix-tramo)
               MOVE ix-tramo TO tramo-alcanzado
           ELSE
               IF tramo-siguiente = 0
                   MOVE ix-tramo TO tramo-siguiente
               END-IF
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "DEVENGO_RAPPELS".
