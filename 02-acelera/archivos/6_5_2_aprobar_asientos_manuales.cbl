      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion de asientos manuales, funcion de
      *          supervisor (firma por SEGURIDAD-SIGNON), en el estilo
      *          capturador/aprobador: quien capturo un asiento no
      *          puede aprobarselo.  Al aprobar se vuelve a mirar el
      *          periodo (pudo cerrarse mientras esperaba) y el
      *          asiento pasa al diario por ASIENTOS-DIARIO con origen
      *          MANUAL.  Si es de reversion se asienta ademas su
      *          espejo (debe y haber cambiados) el dia 1 del mes
      *          siguiente, que tambien debe estar abierto.  El
      *          rechazo solo anota quien resolvio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "APROBAR_ASIENTOS_MANUALES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ASIENTOS MANUALES EN MODO INDEXADO
       SELECT manuales-archivo
       ASSIGN TO "asientos-manuales.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS am-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-manuales.

       DATA DIVISION.
       FILE SECTION.
      *ASIENTOS MANUALES
       FD manuales-archivo.
           COPY "ASIENTO-MANUAL.CPY".

       WORKING-STORAGE SECTION.
       77  salir-menu                  PIC X VALUE "N".
       77  opcion-asiento              PIC X VALUE SPACE.
       77  estado-manuales             PIC X(02) VALUE "00".
       77  leyendo-manuales            PIC X VALUE "S".
       77  total-pendientes            PIC 9(4) VALUE 0.
       77  que-manual                  PIC 9(6) VALUE 0.
       77  fecha-sistema               PIC X(21).
       77  ix-linea                    PIC 9(2) VALUE 0.
       77  suma-debe                   PIC 9(10)V99 VALUE 0.
       77  suma-edit                   PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  debe-edit                   PIC ZZ.ZZZ.ZZ9,99.
       77  haber-edit                  PIC ZZ.ZZZ.ZZ9,99.
       77  fecha-reversion             PIC 9(8) VALUE 0.
       01  reversion-desglose.
           05  rv-anio                 PIC 9(4).
           05  rv-mes                  PIC 9(2).
           05  rv-dia                  PIC 9(2).

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

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS DEL DIARIO
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE "MANUAL".
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

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

           IF perfil-firmado NOT = "S"
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-ASIENTOS
           UNTIL salir-menu = "S".

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
           OPEN I-O manuales-archivo.
           IF estado-manuales NOT = "00"
               DISPLAY "No se pudo abrir asientos-manuales.dat, "
                   "estado: " estado-manuales
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE manuales-archivo.

       MOSTRAR-MENU-ASIENTOS.
           DISPLAY "===== APROBACION DE ASIENTOS MANUALES =====".
           DISPLAY "(L)istar pendientes".
           DISPLAY "(V)er lineas de un asiento".
           DISPLAY "(A)probar asiento".
           DISPLAY "(R)echazar asiento".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-asiento.
           MOVE FUNCTION UPPER-CASE(opcion-asiento) TO opcion-asiento.

           EVALUATE opcion-asiento
               WHEN "L"
                   PERFORM LISTAR-PENDIENTES
               WHEN "V"
                   PERFORM VER-ASIENTO
               WHEN "A"
                   PERFORM APROBAR-ASIENTO
               WHEN "R"
                   PERFORM RECHAZAR-ASIENTO
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       LISTAR-PENDIENTES.
           MOVE 0 TO total-pendientes.

           MOVE 0 TO am-numero.
           START manuales-archivo KEY IS NOT LESS THAN am-numero
               INVALID KEY
                   DISPLAY "Sin asientos manuales en el archivo"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-manuales.
           PERFORM LISTAR-UN-ASIENTO
           UNTIL leyendo-manuales = "N".

           DISPLAY "Asientos pendientes: " total-pendientes.

       LISTAR-UN-ASIENTO.
           READ manuales-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-manuales
               NOT AT END
                   IF am-pendiente
                       ADD 1 TO total-pendientes
                       PERFORM SUMAR-ASIENTO
                       MOVE suma-debe TO suma-edit
                       DISPLAY "Asiento " am-numero " del " am-fecha
                           " " am-concepto " " suma-edit
                           " rev " am-reversion
                           " por " am-capturado-por
                   END-IF
           END-READ.

       SUMAR-ASIENTO.
           MOVE 0 TO suma-debe.
           MOVE 0 TO ix-linea.
           PERFORM SUMAR-UNA-LINEA
           UNTIL ix-linea >= am-total-lineas.

       SUMAR-UNA-LINEA.
           ADD 1 TO ix-linea.
           ADD am-debe(ix-linea) TO suma-debe.

       VER-ASIENTO.
           PERFORM TOMAR-ASIENTO-PENDIENTE.
           IF que-manual = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Asiento " am-numero " del " am-fecha " "
               am-concepto.
           MOVE 0 TO ix-linea.
           PERFORM MOSTRAR-UNA-LINEA
           UNTIL ix-linea >= am-total-lineas.

       MOSTRAR-UNA-LINEA.
           ADD 1 TO ix-linea.
           MOVE am-debe(ix-linea) TO debe-edit.
           MOVE am-haber(ix-linea) TO haber-edit.
           DISPLAY "  " am-cuenta(ix-linea) " " debe-edit " "
               haber-edit " " am-depto-id(ix-linea).

       APROBAR-ASIENTO.
           PERFORM TOMAR-ASIENTO-PENDIENTE.
           IF que-manual = 0
               EXIT PARAGRAPH
           END-IF.

      *    OTRO PAR DE OJOS: EL CAPTURADOR NO SE APRUEBA LO SUYO
           IF am-capturado-por = empleado-firmado
               DISPLAY "El asiento lo capturo el mismo operador, debe "
                   "aprobarlo otro supervisor"
               EXIT PARAGRAPH
           END-IF.

           MOVE am-fecha TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "El mes del asiento se cerro, no se puede "
                   "asentar: " am-fecha
               EXIT PARAGRAPH
           END-IF.

      *    EL ESPEJO VA EL DIA 1 DEL MES SIGUIENTE; SI ESE MES YA
      *    ESTA CERRADO NO SE ASIENTA NINGUNO DE LOS DOS
           IF am-con-reversion
               MOVE am-fecha TO reversion-desglose
               IF rv-mes = 12
                   ADD 1 TO rv-anio
                   MOVE 1 TO rv-mes
               ELSE
                   ADD 1 TO rv-mes
               END-IF
               MOVE 1 TO rv-dia
               MOVE reversion-desglose TO fecha-reversion
               MOVE fecha-reversion TO cp-fecha
               CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado
               IF cp-periodo-cerrado
                   DISPLAY "El mes de la reversion esta cerrado: "
                       fecha-reversion
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM ASENTAR-ASIENTO.
           IF ad-fallido
               DISPLAY "El asiento NO se asento, sigue pendiente"
               EXIT PARAGRAPH
           END-IF.
           MOVE ad-numero TO am-asiento.

           IF am-con-reversion
               PERFORM ASENTAR-REVERSION
               IF ad-fallido
                   DISPLAY "AVISO: la reversion NO se asento, "
                       "hacerla a mano"
               ELSE
                   MOVE ad-numero TO am-asiento-reversion
               END-IF
           END-IF.

           SET am-aprobado TO TRUE.
           MOVE empleado-firmado TO am-resuelto-por.
           MOVE fecha-sistema(1:8) TO am-fecha-resolucion.
           REWRITE asiento-manual-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el asiento manual"
               NOT INVALID KEY
                   DISPLAY "Asiento aprobado, diario " am-asiento
           END-REWRITE.

           IF am-asiento-reversion NOT = 0
               DISPLAY "Reversion del " fecha-reversion ", diario "
                   am-asiento-reversion
           END-IF.

       ASENTAR-ASIENTO.
           MOVE SPACES TO ad-referencia.
           MOVE "AM" TO ad-referencia(1:2).
           MOVE am-numero TO ad-referencia(3:6).
           MOVE am-fecha TO ad-fecha.
           MOVE "MANUAL" TO ad-origen.

           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE 0 TO ix-linea.
           PERFORM ASENTAR-UNA-LINEA
           UNTIL ix-linea >= am-total-lineas.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       ASENTAR-UNA-LINEA.
           ADD 1 TO ix-linea.
           MOVE am-cuenta(ix-linea) TO ad-cuenta.
           MOVE am-debe(ix-linea) TO ad-debe.
           MOVE am-haber(ix-linea) TO ad-haber.
           MOVE am-depto-id(ix-linea) TO ad-depto-id.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       ASENTAR-REVERSION.
           MOVE SPACES TO ad-referencia.
           MOVE "AM" TO ad-referencia(1:2).
           MOVE am-numero TO ad-referencia(3:6).
           MOVE fecha-reversion TO ad-fecha.
           MOVE "REVERSION" TO ad-origen.

           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE 0 TO ix-linea.
           PERFORM ASENTAR-UNA-LINEA-ESPEJO
           UNTIL ix-linea >= am-total-lineas.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       ASENTAR-UNA-LINEA-ESPEJO.
           ADD 1 TO ix-linea.
           MOVE am-cuenta(ix-linea) TO ad-cuenta.
           MOVE am-haber(ix-linea) TO ad-debe.
           MOVE am-debe(ix-linea) TO ad-haber.
           MOVE am-depto-id(ix-linea) TO ad-depto-id.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       RECHAZAR-ASIENTO.
           PERFORM TOMAR-ASIENTO-PENDIENTE.
           IF que-manual = 0
               EXIT PARAGRAPH
           END-IF.

           SET am-rechazado TO TRUE.
           MOVE empleado-firmado TO am-resuelto-por.
           MOVE fecha-sistema(1:8) TO am-fecha-resolucion.
           REWRITE asiento-manual-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el asiento manual"
               NOT INVALID KEY
                   DISPLAY "Asiento rechazado: " que-manual
           END-REWRITE.

       TOMAR-ASIENTO-PENDIENTE.
           MOVE 0 TO que-manual.

           DISPLAY "Numero de asiento manual (0 = volver): ".
           ACCEPT que-manual.

           IF que-manual = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-manual TO am-numero.
           READ manuales-archivo
               INVALID KEY
                   DISPLAY "Asiento inexistente: " que-manual
                   MOVE 0 TO que-manual
               NOT INVALID KEY
                   IF NOT am-pendiente
                       DISPLAY "El asiento ya fue resuelto: "
                           que-manual
                       MOVE 0 TO que-manual
                   END-IF
           END-READ.

       END PROGRAM "APROBAR_ASIENTOS_MANUALES".
