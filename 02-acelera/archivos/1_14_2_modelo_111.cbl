      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion trimestral de retenciones de IRPF
      *          (modelo 111).  De los acumulados de nomina toma el
      *          desglose mensual de los tres meses del trimestre
      *          pedido: bruto pagado y lo retenido bajo el codigo
      *          de deduccion de IRPF (IRP salvo que se indique
      *          otro) de cada empleado, con el nombre resuelto en
      *          empleados-i.dat.  De compras-facturas.dat toma las
      *          facturas de servicios profesionales del trimestre
      *          con su base y la retencion practicada, convertidas
      *          a EUR con la tabla de tipos de cambio.  Emite por
      *          el escritor de spool el detalle por perceptor (mes
      *          a mes el empleado, factura a factura el
      *          profesional) para cuadrar la declaracion contra
      *          los recibos y las facturas, y las casillas de la
      *          declaracion: perceptores, percepciones y
      *          retenciones del trabajo (01, 02, 03) y de
      *          actividades economicas (07, 08, 09) y el total a
      *          ingresar (28).  Los acumulados convertidos sin
      *          desglose mensual se cuentan y se avisan: sus meses
      *          anteriores a la conversion no entran.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DECLARACION_111".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUMULADOS ANUALES DE NOMINA EN MODO INDEXADO
       SELECT acumulados-archivo
       ASSIGN TO "nomina-acumulados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acumulados.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *FACTURAS RECIBIDAS DE PROVEEDORES EN MODO INDEXADO
       SELECT compras-facturas
       ASSIGN TO "compras-facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-compras.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *TABLA DE TIPOS DE CAMBIO EN MODO INDEXADO
       SELECT tipos-cambio
       ASSIGN TO "tipos-cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS tc-moneda
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cambio.

       DATA DIVISION.
       FILE SECTION.
      *ACUMULADOS ANUALES
       FD acumulados-archivo.
           COPY "NOMINA-ACUMULADO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *FACTURAS RECIBIDAS DE PROVEEDORES
       FD compras-facturas.
           COPY "FACTURA-PROVEEDOR.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *TABLA DE TIPOS DE CAMBIO
       FD tipos-cambio.
           COPY "TIPO-CAMBIO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-acumulados           PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-compras              PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-cambio               PIC X(02) VALUE "00".
       77  hay-empleados               PIC X VALUE "N".
       77  hay-compras                 PIC X VALUE "N".
       77  hay-proveedores             PIC X VALUE "N".
       77  hay-tipos-cambio            PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  trimestre-pedido            PIC 9 VALUE 0.
       77  codigo-irpf                 PIC X(3) VALUE "IRP".
       77  mes-desde                   PIC 99 VALUE 0.
       77  mes-hasta                   PIC 99 VALUE 0.
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.

      *    PERCEPTOR DEL TRABAJO EN CURSO: POSICION DEL CODIGO DE
      *    IRPF EN SUS ACUMULADOS (0 = NO SE LE RETIENE) Y SUS
      *    SUMAS DEL TRIMESTRE
       77  ix-irpf                     PIC 9 VALUE 0.
       77  ix-ded                      PIC 9 VALUE 0.
       77  ix-mes                      PIC 99 VALUE 0.
       77  bruto-perceptor             PIC 9(9)V99 VALUE 0.
       77  retenido-perceptor          PIC 9(9)V99 VALUE 0.
       77  bruto-desglosado            PIC 9(9)V99 VALUE 0.
       77  retenido-mes                PIC 9(7)V99 VALUE 0.

      *    PROFESIONAL EN CURSO: LAS FACTURAS VIENEN ORDENADAS POR
      *    PROVEEDOR, ASI QUE EL CORTE ES POR CAMBIO DE CLAVE
       77  proveedor-en-curso          PIC X(7) VALUE SPACES.
       77  moneda-trabajo              PIC X(3) VALUE SPACES.
       77  importe-convertir           PIC 9(8)V99 VALUE 0.
       77  importe-eur                 PIC 9(9)V99 VALUE 0.
       77  base-eur                    PIC 9(9)V99 VALUE 0.
       77  retencion-eur               PIC 9(9)V99 VALUE 0.

      *    CASILLAS DE LA DECLARACION Y CONTROLES
       77  casilla-01                  PIC 9(6) VALUE 0.
       77  casilla-02                  PIC 9(11)V99 VALUE 0.
       77  casilla-03                  PIC 9(11)V99 VALUE 0.
       77  casilla-07                  PIC 9(6) VALUE 0.
       77  casilla-08                  PIC 9(11)V99 VALUE 0.
       77  casilla-09                  PIC 9(11)V99 VALUE 0.
       77  casilla-28                  PIC 9(11)V99 VALUE 0.
       77  total-sin-desglose          PIC 9(6) VALUE 0.
       77  total-facturas              PIC 9(6) VALUE 0.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "FISCAL".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-111.
           05  FILLER                  PIC X(33)
               VALUE "MODELO 111 - RETENCIONES IRPF - ".
           05  t111-anio               PIC 9(4).
           05  FILLER                  PIC X(11) VALUE " TRIMESTRE ".
           05  t111-trimestre          PIC 9.

       01  linea-perceptor.
           05  FILLER                  PIC X(11) VALUE "PERCEPTOR: ".
           05  lp-id                   PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lp-nif                  PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lp-nombre               PIC X(61).

       01  linea-detalle-111.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ld-concepto             PIC X(8).
           05  ld-documento            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ld-fecha                PIC X(8).
           05  FILLER                  PIC X(13)
               VALUE "  PERCEPCION ".
           05  ld-percepcion           PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(8) VALUE "  TIPO ".
           05  ld-tipo                 PIC Z9,99.
           05  FILLER                  PIC X(13)
               VALUE "%  RETENCION ".
           05  ld-retencion            PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-casilla-importe.
           05  FILLER                  PIC X(8) VALUE "CASILLA ".
           05  lci-numero              PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lci-leyenda             PIC X(40).
           05  lci-importe             PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       01  linea-casilla-numero.
           05  FILLER                  PIC X(8) VALUE "CASILLA ".
           05  lcn-numero              PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lcn-leyenda             PIC X(40).
           05  lcn-cantidad            PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE anio-pedido TO t111-anio.
           MOVE trimestre-pedido TO t111-trimestre.
           MOVE titulo-111 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "RENDIMIENTOS DEL TRABAJO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "S" TO si-no.
           PERFORM RECORRER-ACUMULADOS
           UNTIL si-no = "N".

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RENDIMIENTOS DE ACTIVIDADES ECONOMICAS"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM BARRER-COMPRAS.

           PERFORM IMPRIMIR-CASILLAS.

           DISPLAY "Perceptores del trabajo..: " casilla-01.
           DISPLAY "Profesionales............: " casilla-07.
           DISPLAY "Facturas con retencion...: " total-facturas.
           DISPLAY "Total a ingresar.........: " casilla-28.
           IF total-sin-desglose > 0
               DISPLAY "Acumulados con meses sin desglose: "
                   total-sin-desglose
           END-IF.
           DISPLAY "Declaracion encolada en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           DISPLAY "Ejercicio (AAAA): ".
           ACCEPT anio-pedido.
           IF anio-pedido = 0
               MOVE fecha-sistema(1:4) TO anio-pedido
           END-IF.

           DISPLAY "Trimestre (1-4): ".
           ACCEPT trimestre-pedido.
           IF trimestre-pedido < 1 OR trimestre-pedido > 4
               MOVE 1 TO trimestre-pedido
           END-IF.

           DISPLAY "Codigo de deduccion de IRPF (vacio = IRP): ".
           ACCEPT codigo-irpf.
           MOVE FUNCTION UPPER-CASE(codigo-irpf) TO codigo-irpf.
           IF codigo-irpf = SPACES
               MOVE "IRP" TO codigo-irpf
           END-IF.

           COMPUTE mes-desde = trimestre-pedido * 3 - 2.
           COMPUTE mes-hasta = trimestre-pedido * 3.
           COMPUTE fecha-desde =
               anio-pedido * 10000 + mes-desde * 100 + 1.
           COMPUTE fecha-hasta =
               anio-pedido * 10000 + mes-hasta * 100 + 31.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "MODELO_111" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "EJERCICIO " anio-pedido
               " TRIMESTRE " trimestre-pedido
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT acumulados-archivo.
           IF estado-acumulados NOT = "00"
               DISPLAY "No se pudo abrir nomina-acumulados.dat, "
                   "estado: " estado-acumulados
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados = "00"
               MOVE "S" TO hay-empleados
           ELSE
               MOVE "N" TO hay-empleados
           END-IF.

           OPEN INPUT compras-facturas.
           IF estado-compras = "00"
               MOVE "S" TO hay-compras
           ELSE
               MOVE "N" TO hay-compras
               DISPLAY "Sin compras-facturas.dat, actividades "
                   "economicas en cero, estado: " estado-compras
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores = "00"
               MOVE "S" TO hay-proveedores
           ELSE
               MOVE "N" TO hay-proveedores
           END-IF.

           OPEN INPUT tipos-cambio.
           IF estado-cambio = "00"
               MOVE "S" TO hay-tipos-cambio
           ELSE
               MOVE "N" TO hay-tipos-cambio
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-acumulados = "00"
               CLOSE acumulados-archivo
           END-IF.
           IF hay-empleados = "S"
               CLOSE empleados-archivo
           END-IF.
           IF hay-compras = "S"
               CLOSE compras-facturas
           END-IF.
           IF hay-proveedores = "S"
               CLOSE proveedores-archivo
           END-IF.
           IF hay-tipos-cambio = "S"
               CLOSE tipos-cambio
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       RECORRER-ACUMULADOS.
           READ acumulados-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF acu-anio = anio-pedido
                       PERFORM DECLARAR-EMPLEADO
                   END-IF
           END-READ.

      *    PERCEPTOR ES QUIEN COBRO ALGO EN EL TRIMESTRE, SE LE
      *    RETUVIERA O NO.  UN ACUMULADO CUYO BRUTO DEL EJERCICIO
      *    SUPERA LA SUMA DE SUS MESES VIENE DE LA CONVERSION: LO
      *    ACUMULADO ANTES DE ELLA NO SE PUEDE REPARTIR POR MES Y
      *    SOLO SE AVISA.
       DECLARAR-EMPLEADO.
           MOVE 0 TO ix-irpf.
           MOVE 0 TO ix-ded.
           PERFORM UBICAR-CODIGO-IRPF
           UNTIL ix-irpf > 0 OR ix-ded >= 3.

           MOVE 0 TO bruto-desglosado.
           MOVE 0 TO ix-mes.
           PERFORM SUMAR-MES-DESGLOSADO 12 TIMES.
           IF bruto-desglosado < acu-bruto
               ADD 1 TO total-sin-desglose
               DISPLAY "Acumulado con meses sin desglose: "
                   acu-empleados-id " " acu-anio
           END-IF.

           MOVE 0 TO bruto-perceptor retenido-perceptor.
           MOVE mes-desde TO ix-mes.
           PERFORM SUMAR-MES-TRIMESTRE
           UNTIL ix-mes > mes-hasta.

           IF bruto-perceptor = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO casilla-01.
           ADD bruto-perceptor TO casilla-02.
           ADD retenido-perceptor TO casilla-03.

           MOVE acu-empleados-id TO lp-id.
           MOVE SPACES TO lp-nif lp-nombre.
           IF hay-empleados = "S"
               MOVE acu-empleados-id TO empleados-id
               READ empleados-archivo
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO lp-nombre
                   NOT INVALID KEY
                       STRING empleados-nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           empleados-apellidos DELIMITED BY SIZE
                           INTO lp-nombre
               END-READ
           END-IF.
           MOVE linea-perceptor TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE mes-desde TO ix-mes.
           PERFORM IMPRIMIR-MES-EMPLEADO
           UNTIL ix-mes > mes-hasta.

           MOVE "TOTAL" TO ld-concepto.
           MOVE SPACES TO ld-documento ld-fecha.
           MOVE bruto-perceptor TO importe-eur.
           MOVE retenido-perceptor TO retencion-eur.
           PERFORM IMPRIMIR-LINEA-DETALLE.

       UBICAR-CODIGO-IRPF.
           ADD 1 TO ix-ded.
           IF acu-ded-codigo(ix-ded) = codigo-irpf
               MOVE ix-ded TO ix-irpf
           END-IF.

       SUMAR-MES-DESGLOSADO.
           ADD 1 TO ix-mes.
           ADD acu-mes-bruto(ix-mes) TO bruto-desglosado.

       SUMAR-MES-TRIMESTRE.
           ADD acu-mes-bruto(ix-mes) TO bruto-perceptor.
           IF ix-irpf > 0
               ADD acu-mes-ded-importe(ix-mes, ix-irpf)
                   TO retenido-perceptor
           END-IF.
           ADD 1 TO ix-mes.

      *    UNA LINEA POR MES PAGADO, PARA CUADRAR CONTRA EL RECIBO
      *    DE ESE MES
       IMPRIMIR-MES-EMPLEADO.
           IF acu-mes-bruto(ix-mes) > 0
               MOVE 0 TO retenido-mes
               IF ix-irpf > 0
                   MOVE acu-mes-ded-importe(ix-mes, ix-irpf)
                       TO retenido-mes
               END-IF
               MOVE "NOMINA" TO ld-concepto
               MOVE SPACES TO ld-documento ld-fecha
               STRING anio-pedido "/" ix-mes
                   DELIMITED BY SIZE INTO ld-documento
               MOVE acu-mes-bruto(ix-mes) TO importe-eur
               MOVE retenido-mes TO retencion-eur
               PERFORM IMPRIMIR-LINEA-DETALLE
           END-IF.
           ADD 1 TO ix-mes.

      *    EL TIPO EFECTIVO SE DEDUCE DE LO RETENIDO SOBRE LO
      *    PERCIBIDO, COMO EN LA FACTURA
       IMPRIMIR-LINEA-DETALLE.
           MOVE importe-eur TO ld-percepcion.
           MOVE retencion-eur TO ld-retencion.
           IF importe-eur = 0
               MOVE 0 TO ld-tipo
           ELSE
               COMPUTE ld-tipo ROUNDED =
                   retencion-eur * 100 / importe-eur
           END-IF.
           MOVE linea-detalle-111 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       BARRER-COMPRAS.
           IF hay-compras = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO proveedor-en-curso.
           MOVE 0 TO bruto-perceptor retenido-perceptor.
           MOVE "S" TO si-no.
           PERFORM BARRER-UNA-COMPRA
           UNTIL si-no = "N".

           IF proveedor-en-curso NOT = SPACES
               PERFORM CERRAR-PROFESIONAL
           END-IF.

      *    LA FACTURA RETENIDA POR EL COTEJO NO ESTA RECONOCIDA
      *    TODAVIA Y NO ENTRA, IGUAL QUE EN EL IVA SOPORTADO
       BARRER-UNA-COMPRA.
           READ compras-facturas NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fpr-fecha >= fecha-desde
                   AND fpr-fecha <= fecha-hasta
                   AND fpr-profesional
                   AND NOT fpr-retenida
                       PERFORM DECLARAR-FACTURA
                   END-IF
           END-READ.

       DECLARAR-FACTURA.
           IF fpr-prov-id NOT = proveedor-en-curso
               IF proveedor-en-curso NOT = SPACES
                   PERFORM CERRAR-PROFESIONAL
               END-IF
               PERFORM ABRIR-PROFESIONAL
           END-IF.

           ADD 1 TO total-facturas.

           MOVE fpr-moneda TO moneda-trabajo.
           MOVE fpr-base TO importe-convertir.
           PERFORM CONVERTIR-A-EUR.
           MOVE importe-eur TO base-eur.
           MOVE fpr-retencion TO importe-convertir.
           PERFORM CONVERTIR-A-EUR.
           MOVE importe-eur TO retencion-eur.
           MOVE base-eur TO importe-eur.

           ADD base-eur TO bruto-perceptor.
           ADD retencion-eur TO retenido-perceptor.

           MOVE "FACTURA" TO ld-concepto.
           MOVE fpr-numero TO ld-documento.
           MOVE fpr-fecha TO ld-fecha.
           PERFORM IMPRIMIR-LINEA-DETALLE.

       ABRIR-PROFESIONAL.
           MOVE fpr-prov-id TO proveedor-en-curso.
           MOVE 0 TO bruto-perceptor retenido-perceptor.

           MOVE fpr-prov-id TO lp-id.
           MOVE SPACES TO lp-nif lp-nombre.
           IF hay-proveedores = "S"
               MOVE fpr-prov-id TO prov-id
               READ proveedores-archivo
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO lp-nombre
                   NOT INVALID KEY
                       MOVE prov-nif TO lp-nif
                       MOVE prov-nombre TO lp-nombre
               END-READ
           END-IF.
           MOVE linea-perceptor TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       CERRAR-PROFESIONAL.
           ADD 1 TO casilla-07.
           ADD bruto-perceptor TO casilla-08.
           ADD retenido-perceptor TO casilla-09.

           MOVE "TOTAL" TO ld-concepto.
           MOVE SPACES TO ld-documento ld-fecha.
           MOVE bruto-perceptor TO importe-eur.
           MOVE retenido-perceptor TO retencion-eur.
           PERFORM IMPRIMIR-LINEA-DETALLE.

       CONVERTIR-A-EUR.
           IF moneda-trabajo = "EUR"
           OR moneda-trabajo = SPACES
           OR hay-tipos-cambio = "N"
               MOVE importe-convertir TO importe-eur
               EXIT PARAGRAPH
           END-IF.

           MOVE moneda-trabajo TO tc-moneda.
           READ tipos-cambio
               INVALID KEY
                   DISPLAY "Moneda sin tipo de cambio: "
                       moneda-trabajo
                   MOVE importe-convertir TO importe-eur
               NOT INVALID KEY
                   COMPUTE importe-eur ROUNDED =
                       importe-convertir * tc-tasa
           END-READ.

      *    EL TOTAL A INGRESAR ES LA SUMA DE LAS RETENCIONES DE
      *    AMBOS BLOQUES
       IMPRIMIR-CASILLAS.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "LIQUIDACION" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 01 TO lcn-numero.
           MOVE "TRABAJO - NUMERO DE PERCEPTORES" TO lcn-leyenda.
           MOVE casilla-01 TO lcn-cantidad.
           MOVE linea-casilla-numero TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 02 TO lci-numero.
           MOVE "TRABAJO - IMPORTE DE LAS PERCEPCIONES"
               TO lci-leyenda.
           MOVE casilla-02 TO lci-importe.
           MOVE linea-casilla-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 03 TO lci-numero.
           MOVE "TRABAJO - IMPORTE DE LAS RETENCIONES"
               TO lci-leyenda.
           MOVE casilla-03 TO lci-importe.
           MOVE linea-casilla-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 07 TO lcn-numero.
           MOVE "ACTIVIDADES - NUMERO DE PERCEPTORES"
               TO lcn-leyenda.
           MOVE casilla-07 TO lcn-cantidad.
           MOVE linea-casilla-numero TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 08 TO lci-numero.
           MOVE "ACTIVIDADES - IMPORTE DE LAS PERCEPCIONES"
               TO lci-leyenda.
           MOVE casilla-08 TO lci-importe.
           MOVE linea-casilla-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 09 TO lci-numero.
           MOVE "ACTIVIDADES - IMPORTE DE LAS RETENCIONES"
               TO lci-leyenda.
           MOVE casilla-09 TO lci-importe.
           MOVE linea-casilla-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           COMPUTE casilla-28 = casilla-03 + casilla-09.
           MOVE 28 TO lci-numero.
           MOVE "TOTAL LIQUIDACION (A INGRESAR)" TO lci-leyenda.
           MOVE casilla-28 TO lci-importe.
           MOVE linea-casilla-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF total-sin-desglose > 0
               MOVE SPACES TO spool-linea-env
               STRING "AVISO: " total-sin-desglose
                   " ACUMULADOS CON MESES SIN DESGLOSE MENSUAL"
                   DELIMITED BY SIZE INTO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "DECLARACION_111".
