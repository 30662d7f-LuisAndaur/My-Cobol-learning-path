      *          producto.dat y deja cada cambio aplicado en
      *          producto-hist-precio.dat y en la auditoria de
      *          productos.  La revision de 200 lineas deja de tomar
      *          una tarde.  Los articulos bloqueados para compra o
      *          descatalogados no reciben precio: van al reporte de
      *          rechazos.  La linea con FECHA-VIGENCIA futura que pasa
      *          las validaciones ya no se rechaza: queda programada en
      *          precios-programados.dat y la cadena nocturna la
      *          aplica la noche en que pasa a regir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-paud.

      *CAMBIOS DE PRECIO CON VIGENCIA FUTURA
       SELECT precios-programados
       ASSIGN TO "precios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ppg-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-programados.

      *REPORTE DE RECHAZOS PARA REVISION MANUAL
       SELECT reporte-rechazos
       ASSIGN TO "precios-rechazos.rpt"
       FD producto-auditoria.
           COPY "PRODUCTO-AUDITORIA.CPY".

      *CAMBIOS DE PRECIO PROGRAMADOS
       FD precios-programados.
           COPY "PRECIO-PROGRAMADO.CPY".

      *REPORTE DE RECHAZOS
       FD reporte-rechazos.
       01  linea-rechazo               PIC X(120).
       77  estado-hist-precio          PIC X(02) VALUE "00".
       77  estado-paud                 PIC X(02) VALUE "00".
       77  estado-reporte              PIC X(02) VALUE "00".
       77  estado-programados          PIC X(02) VALUE "00".
       77  programado-existente        PIC X VALUE "N".
       77  tolerancia-pct              PIC 9(3) VALUE 10.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  vigencia-linea              PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-compra       VALUE "C" "D".
       77  fecha-hora-sistema          PIC X(21).
       77  precio-nuevo                PIC 9(4)V99 VALUE 0.
       77  precio-anterior             PIC 9(4)V99 VALUE 0.
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-aplicados             PIC 9(6) VALUE 0.
       77  total-rechazados            PIC 9(6) VALUE 0.
       77  total-programados           PIC 9(6) VALUE 0.

       01  campos-precio.
           05  cpr-producto            PIC X(6).

           DISPLAY "Lineas leidas....: " total-leidos.
           DISPLAY "Precios aplicados: " total-aplicados.
           DISPLAY "Programados......: " total-programados.
           DISPLAY "Rechazos.........: " total-rechazados.
           DISPLAY "Rechazos en precios-rechazos.rpt".
           PERFORM FINALIZA-PROGRAMA.
               STOP RUN
           END-IF.

           OPEN I-O precios-programados.
           IF estado-programados = "35"
               OPEN OUTPUT precios-programados
               CLOSE precios-programados
               OPEN I-O precios-programados
           END-IF.
           IF estado-programados NOT = "00"
               DISPLAY "No se pudo abrir precios-programados.dat, "
                   "estado: " estado-programados
               STOP RUN
           END-IF.

           OPEN OUTPUT reporte-rechazos.
           IF estado-reporte NOT = "00"
               DISPLAY "No se pudo abrir precios-rechazos.rpt, "
           CLOSE producto-dinamic.
           CLOSE producto-hist-precio.
           CLOSE producto-auditoria.
           CLOSE precios-programados.
           CLOSE reporte-rechazos.

       LEER-LINEA-PRECIOS.
           END-READ.

       VALIDAR-Y-APLICAR.
           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-compra
               MOVE "BLOQUEADO COMPRA" TO ldr-motivo
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(cpr-moneda) TO cpr-moneda.

           IF cpr-moneda NOT = producto-moneda
               EXIT PARAGRAPH
           END-IF.

           IF cpr-vigencia NOT NUMERIC
               MOVE "VIGENCIA NO NUMERICA" TO ldr-motivo
               PERFORM RECHAZAR-LINEA
           END-IF.

           MOVE cpr-vigencia TO vigencia-linea.
           IF FUNCTION TEST-DATE-YYYYMMDD(vigencia-linea) NOT = 0
               MOVE "VIGENCIA INVALIDA" TO ldr-motivo
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF.
               EXIT PARAGRAPH
           END-IF.

      *    UN PRECIO CON VIGENCIA FUTURA NO SE APLICA HOY: QUEDA
      *    PROGRAMADO Y LO APLICA LA CADENA NOCTURNA EN SU FECHA.
           IF vigencia-linea > fecha-hoy
               PERFORM PROGRAMAR-PRECIO-FUTURO
               EXIT PARAGRAPH
           END-IF.

           IF precio-nuevo = precio-anterior
               EXIT PARAGRAPH
           END-IF.
                   PERFORM ANOTAR-IMAGEN-DIARIA
           END-REWRITE.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

      *    LA IMAGEN POSTERIOR VA AL DIARIO: CON EL RESPALDO DE
      *    ANOCHE MAS ESTE DIARIO SE RECONSTRUYE EL DIA ENTERO.
       ANOTAR-IMAGEN-DIARIA.
           CALL "DIARIO-IMAGENES" USING dj-archivo dj-operacion
               dj-registro.

      *    UN SEGUNDO ENVIO PARA EL MISMO PRODUCTO Y FECHA REEMPLAZA
      *    AL CAMBIO YA PROGRAMADO
       PROGRAMAR-PRECIO-FUTURO.
           MOVE vigencia-linea TO ppg-fecha-vigencia.
           MOVE producto-id TO ppg-producto-id.
           MOVE "S" TO programado-existente.
           READ precios-programados
               INVALID KEY
                   MOVE "N" TO programado-existente
           END-READ.

           MOVE vigencia-linea TO ppg-fecha-vigencia.
           MOVE producto-id TO ppg-producto-id.
           MOVE precio-nuevo TO ppg-precio.
           MOVE cpr-moneda TO ppg-moneda.
           SET ppg-de-proveedor TO TRUE.
           MOVE "LOTEPRV" TO ppg-registrado-por.
           MOVE fecha-hoy TO ppg-fecha-alta.
           SET ppg-pendiente TO TRUE.
           MOVE 0 TO ppg-fecha-resolucion.
           MOVE SPACES TO ppg-resuelto-por.

           IF programado-existente = "S"
               REWRITE precio-programado
                   INVALID KEY
                       MOVE "ERROR AL PROGRAMAR" TO ldr-motivo
                       PERFORM RECHAZAR-LINEA
                   NOT INVALID KEY
                       ADD 1 TO total-programados
               END-REWRITE
           ELSE
               WRITE precio-programado
                   INVALID KEY
                       MOVE "ERROR AL PROGRAMAR" TO ldr-motivo
                       PERFORM RECHAZAR-LINEA
                   NOT INVALID KEY
                       ADD 1 TO total-programados
               END-WRITE
           END-IF.

       RECHAZAR-LINEA.
           ADD 1 TO total-rechazados.
           MOVE linea-precios TO ldr-linea.
               paud-nue-critico.
           MOVE producto-registrado-por TO paud-ant-registrado
               paud-nue-registrado.
           MOVE producto-estado    TO paud-ant-estado paud-nue-estado.
           MOVE producto-estado-fecha TO paud-ant-estado-fecha
               paud-nue-estado-fecha.
           MOVE producto-familia   TO paud-ant-familia paud-nue-familia.
           MOVE producto-costo     TO paud-ant-costo paud-nue-costo.

           WRITE producto-auditoria-registro.
           IF estado-paud NOT = "00"
