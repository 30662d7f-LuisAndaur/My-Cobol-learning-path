      ******************************************************************
      * Author:
      * Date:
      * Purpose: Foto de stock de cierre de mes.  Para el mes que se
      *          indica graba en fotos-stock.dat, por producto y por
      *          ubicacion, la cantidad, el costo promedio y el precio
      *          a fin de mes con su valor a uno y otro.  Como el
      *          cierre corre dias despues del fin de mes, la
      *          cantidad del maestro se lleva hacia atras
      *          descontando los apuntes del kardex con fecha
      *          posterior, el costo es el del ultimo apunte del mes
      *          y el precio, si cambio despues, se toma del
      *          historico de precios.  El producto con apuntes
      *          posteriores queda sin desglose por ubicacion (el
      *          kardex no lleva ubicacion); los demas se desglosan
      *          con stock-ubicacion.dat.  Los apuntes del kardex
      *          hasta fin de mes pasan al archivo mensual
      *          kardex-AAAAMM.dat y kardex.dat conserva solo los
      *          posteriores; la ultima salida y el valor movido
      *          acumulados quedan en el registro total de la foto,
      *          de modo que las consultas y reportes del kardex
      *          arrancan de la foto mas cercana (LECTOR-KARDEX).
      *          Una foto ya tomada no se repite, para que el cierre
      *          de mes pueda reanudarse; no se toma una foto de un
      *          mes anterior a la ultima.  Paso del cierre mensual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FOTO_STOCK_MENSUAL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *FOTOS DE STOCK DE CIERRE DE MES
       SELECT fotos-stock
       ASSIGN TO "fotos-stock.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fsm-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-fotos.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *STOCK POR UBICACION, SOLO LECTURA
       SELECT stock-ubicacion
       ASSIGN TO "stock-ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS su-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-stock-ubi.

      *KARDEX VIVO
       SELECT kardex-archivo
       ASSIGN TO "kardex.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-kardex.

      *KARDEX MENSUAL CON EL MES EN EL NOMBRE
       SELECT kardex-mes
       ASSIGN TO DYNAMIC nombre-kardex-mes
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-kardex-mes.

      *ARCHIVO DE TRABAJO CON LOS APUNTES QUE SE CONSERVAN
       SELECT kardex-vigente
       ASSIGN TO "kardex-vigente.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-vigente.

      *HISTORICO DE CAMBIOS DE PRECIO, SOLO LECTURA
       SELECT producto-hist-precio
       ASSIGN TO "producto-hist-precio.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-hist-precio.

       DATA DIVISION.
       FILE SECTION.
      *FOTOS DE STOCK
       FD fotos-stock.
           COPY "FOTO-STOCK-MENSUAL.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *STOCK POR UBICACION
       FD stock-ubicacion.
           COPY "STOCK-UBICACION.CPY".

      *KARDEX VIVO
       FD kardex-archivo.
           COPY "KARDEX-REGISTRO.CPY".

      *KARDEX MENSUAL, MISMO LAYOUT QUE EL VIVO
       FD kardex-mes.
       01  kardex-mes-registro         PIC X(33).

      *ARCHIVO DE TRABAJO, MISMO LAYOUT QUE EL VIVO
       FD kardex-vigente.
       01  vigente-registro            PIC X(33).

      *HISTORICO DE PRECIOS
       FD producto-hist-precio.
           COPY "PRODUCTO-HIST-PRECIO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-fotos                PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-stock-ubi            PIC X(02) VALUE "00".
       77  estado-kardex               PIC X(02) VALUE "00".
       77  estado-kardex-mes           PIC X(02) VALUE "00".
       77  estado-vigente              PIC X(02) VALUE "00".
       77  estado-hist-precio          PIC X(02) VALUE "00".
       77  hay-ubicaciones             PIC X VALUE "N".
       77  nombre-kardex-mes           PIC X(40) VALUE SPACES.
       77  fecha-hoy                   PIC 9(8) VALUE 0.

      *    MES DE LA FOTO, SU ULTIMO DIA Y LA FOTO ANTERIOR DE LA
      *    QUE SE ARRASTRAN LOS ACUMULADOS DEL KARDEX
       77  periodo-foto                PIC 9(6) VALUE 0.
       77  fin-periodo                 PIC 9(8) VALUE 0.
       77  inicio-siguiente            PIC 9(8) VALUE 0.
       77  periodo-previo              PIC 9(6) VALUE 0.
       77  periodo-busca               PIC 9(6) VALUE 0.
       77  meses-buscados              PIC 9(3) VALUE 0.
       77  foto-encontrada             PIC X VALUE "N".
       77  ultima-salida-previa        PIC 9(8) VALUE 0.
       77  valor-movido-previo         PIC 9(12)V99 VALUE 0.
       77  costo-apunte                PIC 9(4)V99 VALUE 0.
       77  valor-apunte                PIC 9(12)V99 VALUE 0.

       77  total-productos             PIC 9(6) VALUE 0.
       77  total-ubicaciones           PIC 9(6) VALUE 0.
       77  total-sin-desglose          PIC 9(6) VALUE 0.
       77  total-archivados            PIC 9(7) VALUE 0.
       77  total-conservados           PIC 9(7) VALUE 0.
       77  total-precio-historico      PIC 9(6) VALUE 0.
       77  valor-costo-total           PIC S9(13)V99 VALUE 0.
       77  ed-valor                    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.

           DISPLAY "Mes de la foto de stock (AAAAMM): ".
           ACCEPT periodo-foto.
           IF periodo-foto = 0
               OR periodo-foto(5:2) < "01"
               OR periodo-foto(5:2) > "12"
               DISPLAY "Mes invalido, proceso cancelado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF periodo-foto(5:2) = "12"
               COMPUTE inicio-siguiente =
                   (periodo-foto + 89) * 100 + 1
           ELSE
               COMPUTE inicio-siguiente =
                   (periodo-foto + 1) * 100 + 1
           END-IF.
           COMPUTE fin-periodo = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(inicio-siguiente) - 1).

           IF fin-periodo >= fecha-hoy
               DISPLAY "El mes " periodo-foto " aun no termino"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "kardex-" periodo-foto ".dat"
               DELIMITED BY SIZE INTO nombre-kardex-mes.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM VERIFICAR-FOTOS-EXISTENTES.
           PERFORM BUSCAR-FOTO-ANTERIOR.

           MOVE "S" TO si-no.
           PERFORM ANOTAR-PRODUCTO
           UNTIL si-no = "N".

           PERFORM REPARTIR-KARDEX.
           PERFORM REESCRIBIR-KARDEX-VIVO.
           PERFORM RECONSTRUIR-PRECIOS.
           PERFORM VALORAR-TOTALES.
           PERFORM DESGLOSAR-UBICACIONES.

           MOVE valor-costo-total TO ed-valor.
           DISPLAY "Foto de stock de " periodo-foto " al "
               fin-periodo.
           DISPLAY "Productos.............: " total-productos.
           DISPLAY "Ubicaciones...........: " total-ubicaciones.
           DISPLAY "Sin desglose..........: " total-sin-desglose.
           DISPLAY "Precio del historico..: " total-precio-historico.
           DISPLAY "Valor al costo........: " ed-valor.
           DISPLAY "Apuntes archivados....: " total-archivados
               " en " nombre-kardex-mes.
           DISPLAY "Apuntes conservados...: " total-conservados.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O fotos-stock.
           IF estado-fotos = "35"
               OPEN OUTPUT fotos-stock
               CLOSE fotos-stock
               OPEN I-O fotos-stock
           END-IF.
           IF estado-fotos NOT = "00"
               DISPLAY "No se pudo abrir fotos-stock.dat, estado: "
                   estado-fotos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN STOCK POR UBICACION LA FOTO QUEDA SOLO CON TOTALES
           OPEN INPUT stock-ubicacion.
           IF estado-stock-ubi = "00"
               MOVE "S" TO hay-ubicaciones
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE fotos-stock.
           CLOSE producto-dinamic.
           IF hay-ubicaciones = "S"
               CLOSE stock-ubicacion
           END-IF.

      *    LA FOTO DEL MES YA TOMADA NO SE REPITE (EL KARDEX DEL MES
      *    YA SE ARCHIVO); UNA FOTO POSTERIOR IMPIDE TOMAR ESTA
       VERIFICAR-FOTOS-EXISTENTES.
           MOVE periodo-foto TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           READ fotos-stock NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo = periodo-foto
               DISPLAY "La foto de stock de " periodo-foto
                   " ya fue tomada"
               MOVE 0 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           DISPLAY "Ya existe la foto de stock de " fsm-periodo
               "; no se toma la de " periodo-foto.
           MOVE 8 TO RETURN-CODE.
           PERFORM FINALIZA-PROGRAMA.

      *    SE RETROCEDE MES A MES (HASTA DIEZ ANIOS) BUSCANDO LA FOTO
      *    MAS RECIENTE ANTERIOR A LA QUE SE TOMA
       BUSCAR-FOTO-ANTERIOR.
           MOVE 0 TO periodo-previo.
           MOVE periodo-foto TO periodo-busca.
           MOVE "N" TO foto-encontrada.
           MOVE 0 TO meses-buscados.

           PERFORM PROBAR-MES-ANTERIOR
           UNTIL foto-encontrada = "S" OR meses-buscados >= 120.

       PROBAR-MES-ANTERIOR.
           ADD 1 TO meses-buscados.
           IF periodo-busca(5:2) = "01"
               SUBTRACT 89 FROM periodo-busca
           ELSE
               SUBTRACT 1 FROM periodo-busca
           END-IF.

           MOVE periodo-busca TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ fotos-stock NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo = periodo-busca
               MOVE "S" TO foto-encontrada
               MOVE periodo-busca TO periodo-previo
           END-IF.

      *    REGISTRO TOTAL DE CADA PRODUCTO CON EL STOCK Y COSTO DEL
      *    MAESTRO; EL KARDEX LOS LLEVA DESPUES A FIN DE MES
       ANOTAR-PRODUCTO.
           READ producto-dinamic NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM GRABAR-TOTAL-PRODUCTO
           END-READ.

       GRABAR-TOTAL-PRODUCTO.
           MOVE 0 TO ultima-salida-previa.
           MOVE 0 TO valor-movido-previo.
           IF periodo-previo NOT = 0
               MOVE periodo-previo TO fsm-periodo
               MOVE producto-id TO fsm-producto-id
               MOVE SPACES TO fsm-ubi-id
               READ fotos-stock
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fsm-ultima-salida TO ultima-salida-previa
                       MOVE fsm-valor-movido TO valor-movido-previo
               END-READ
           END-IF.

           INITIALIZE foto-stock-registro.
           MOVE periodo-foto TO fsm-periodo.
           MOVE producto-id TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           MOVE producto-stock TO fsm-cantidad.
           MOVE producto-costo TO fsm-costo.
           MOVE producto-precio TO fsm-precio.
           MOVE producto-moneda TO fsm-moneda.
           MOVE "M" TO fsm-origen-precio.
           MOVE "N" TO fsm-posteriores.
           MOVE ultima-salida-previa TO fsm-ultima-salida.
           MOVE valor-movido-previo TO fsm-valor-movido.
           MOVE fecha-hoy TO fsm-fecha-foto.

           WRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la foto del producto "
                       producto-id
               NOT INVALID KEY
                   ADD 1 TO total-productos
           END-WRITE.

      *    IGUAL QUE EL ARCHIVADO DEL HISTORICO DE PRECIOS: LO DEL
      *    MES VA AL ARCHIVO MENSUAL Y LO POSTERIOR A UN ARCHIVO DE
      *    TRABAJO; EL VIVO SE REESCRIBE CUANDO TODO QUEDO GRABADO
       REPARTIR-KARDEX.
           OPEN INPUT kardex-archivo.
           IF estado-kardex = "35"
               DISPLAY "Sin kardex.dat, la foto queda con el maestro"
               EXIT PARAGRAPH
           END-IF.
           IF estado-kardex NOT = "00"
               DISPLAY "No se pudo abrir kardex.dat, estado: "
                   estado-kardex
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN EXTEND kardex-mes.
           IF estado-kardex-mes = "35"
               OPEN OUTPUT kardex-mes
           END-IF.
           IF estado-kardex-mes NOT = "00"
               DISPLAY "No se pudo abrir " nombre-kardex-mes
                   ", estado: " estado-kardex-mes
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN OUTPUT kardex-vigente.
           IF estado-vigente NOT = "00"
               DISPLAY "No se pudo abrir kardex-vigente.tmp, "
                   "estado: " estado-vigente
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE "S" TO si-no.
           PERFORM CLASIFICAR-APUNTE
           UNTIL si-no = "N".

           CLOSE kardex-archivo.
           CLOSE kardex-mes.
           CLOSE kardex-vigente.

       CLASIFICAR-APUNTE.
           READ kardex-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF kdx-fecha <= fin-periodo
                       ADD 1 TO total-archivados
                       WRITE kardex-mes-registro FROM kardex-registro
                       PERFORM ACUMULAR-APUNTE-DEL-MES
                   ELSE
                       ADD 1 TO total-conservados
                       WRITE vigente-registro FROM kardex-registro
                       PERFORM DESCONTAR-APUNTE-POSTERIOR
                   END-IF
           END-READ.

      *    EL VALOR MOVIDO SE MIDE COMO EN LA CLASIFICACION ABC: LA
      *    CANTIDAD AL COSTO DEL APUNTE, O AL DEL MAESTRO SI EL
      *    APUNTE ES ANTERIOR AL COSTEO
       ACUMULAR-APUNTE-DEL-MES.
           MOVE periodo-foto TO fsm-periodo.
           MOVE kdx-producto-id TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           READ fotos-stock
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE kdx-costo TO costo-apunte.
           IF costo-apunte = 0
               MOVE fsm-costo TO costo-apunte
           ELSE
               MOVE kdx-costo TO fsm-costo
           END-IF.
           COMPUTE valor-apunte = kdx-cantidad * costo-apunte.
           ADD valor-apunte TO fsm-valor-movido.

           IF kdx-salida
           AND kdx-fecha > fsm-ultima-salida
               MOVE kdx-fecha TO fsm-ultima-salida
           END-IF.

           REWRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar la foto del producto "
                       fsm-producto-id
           END-REWRITE.

      *    EL APUNTE POSTERIOR AL FIN DE MES SE DESHACE SOBRE EL
      *    STOCK DEL MAESTRO; EL TRASLADO NO CAMBIA EL TOTAL PERO SI
      *    EL REPARTO, ASI QUE TAMBIEN DEJA EL PRODUCTO SIN DESGLOSE
       DESCONTAR-APUNTE-POSTERIOR.
           MOVE periodo-foto TO fsm-periodo.
           MOVE kdx-producto-id TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           READ fotos-stock
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN kdx-entrada
                   SUBTRACT kdx-cantidad FROM fsm-cantidad
               WHEN kdx-salida
                   ADD kdx-cantidad TO fsm-cantidad
           END-EVALUATE.
           MOVE "S" TO fsm-posteriores.

           REWRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar la foto del producto "
                       fsm-producto-id
           END-REWRITE.

       REESCRIBIR-KARDEX-VIVO.
           IF total-archivados = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT kardex-vigente.
           IF estado-vigente NOT = "00"
               DISPLAY "No se pudo reabrir kardex-vigente.tmp, "
                   "estado: " estado-vigente
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN OUTPUT kardex-archivo.
           IF estado-kardex NOT = "00"
               DISPLAY "No se pudo reabrir kardex.dat, estado: "
                   estado-kardex
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE "S" TO si-no.
           PERFORM COPIAR-APUNTE-VIGENTE
           UNTIL si-no = "N".

           CLOSE kardex-vigente.
           CLOSE kardex-archivo.

       COPIAR-APUNTE-VIGENTE.
           READ kardex-vigente
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE vigente-registro TO kardex-registro
                   WRITE kardex-registro
                   IF estado-kardex NOT = "00"
                       DISPLAY "Error al regrabar kardex.dat, "
                           "estado: " estado-kardex
                       MOVE 8 TO RETURN-CODE
                       PERFORM FINALIZA-PROGRAMA
                   END-IF
           END-READ.

      *    EL HISTORICO VA EN ORDEN DE GRABACION: EL PRIMER CAMBIO
      *    QUE RIGE DESPUES DEL FIN DE MES TRAE COMO PRECIO ANTERIOR
      *    EL QUE REGIA ESE DIA
       RECONSTRUIR-PRECIOS.
           OPEN INPUT producto-hist-precio.
           IF estado-hist-precio NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM REVISAR-CAMBIO-PRECIO
           UNTIL si-no = "N".

           CLOSE producto-hist-precio.

       REVISAR-CAMBIO-PRECIO.
           READ producto-hist-precio
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF producto-hist-fecha > fin-periodo
                       PERFORM TOMAR-PRECIO-ANTERIOR
                   END-IF
           END-READ.

       TOMAR-PRECIO-ANTERIOR.
           MOVE periodo-foto TO fsm-periodo.
           MOVE producto-hist-id TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           READ fotos-stock
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-precio-historico
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-hist-precio-ant TO fsm-precio.
           MOVE "H" TO fsm-origen-precio.
           REWRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar la foto del producto "
                       fsm-producto-id
               NOT INVALID KEY
                   ADD 1 TO total-precio-historico
           END-REWRITE.

       VALORAR-TOTALES.
           MOVE periodo-foto TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM VALORAR-UN-TOTAL
           UNTIL si-no = "N".

       VALORAR-UN-TOTAL.
           READ fotos-stock NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo NOT = periodo-foto
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           COMPUTE fsm-valor-costo = fsm-cantidad * fsm-costo.
           COMPUTE fsm-valor-precio = fsm-cantidad * fsm-precio.
           ADD fsm-valor-costo TO valor-costo-total.
           IF fsm-sin-desglose
               ADD 1 TO total-sin-desglose
           END-IF.

           REWRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo valorar la foto del producto "
                       fsm-producto-id
           END-REWRITE.

      *    UN REGISTRO POR UBICACION CON EXISTENCIA, AL COSTO Y
      *    PRECIO DE FIN DE MES DE SU PRODUCTO
       DESGLOSAR-UBICACIONES.
           IF hay-ubicaciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM DESGLOSAR-UNA-UBICACION
           UNTIL si-no = "N".

       DESGLOSAR-UNA-UBICACION.
           READ stock-ubicacion NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF su-stock = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE periodo-foto TO fsm-periodo.
           MOVE su-producto-id TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           READ fotos-stock
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-sin-desglose
               EXIT PARAGRAPH
           END-IF.

           MOVE su-ubi-id TO fsm-ubi-id.
           MOVE su-stock TO fsm-cantidad.
           COMPUTE fsm-valor-costo = fsm-cantidad * fsm-costo.
           COMPUTE fsm-valor-precio = fsm-cantidad * fsm-precio.
           MOVE 0 TO fsm-ultima-salida.
           MOVE 0 TO fsm-valor-movido.

           WRITE foto-stock-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la foto de "
                       su-producto-id " en " su-ubi-id
               NOT INVALID KEY
                   ADD 1 TO total-ubicaciones
           END-WRITE.

       END PROGRAM "FOTO_STOCK_MENSUAL".
