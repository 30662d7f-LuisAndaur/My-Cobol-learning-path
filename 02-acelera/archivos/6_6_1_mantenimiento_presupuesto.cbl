      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del presupuesto anual
      *          (presupuesto-contable.dat): alta, modificacion,
      *          consulta, baja y listado de las lineas de
      *          presupuesto por anio, cuenta y departamento con sus
      *          doce importes mensuales.  La cuenta tiene que estar
      *          en el plan; el departamento puede quedar en blanco
      *          (toda la cuenta) o tiene que existir y estar activo.
      *          Los importes se teclean mes a mes o como total anual
      *          repartido en doce partes iguales (el redondeo va a
      *          diciembre).  La carga masiva va por
      *          CARGAR_PRESUPUESTO_CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_PRESUPUESTO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *PRESUPUESTO ANUAL EN MODO INDEXADO
       SELECT presupuesto-archivo
       ASSIGN TO "presupuesto-contable.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ppto-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ppto.

      *PLAN DE CUENTAS, SOLO LECTURA
       SELECT plan-cuentas
       ASSIGN TO "plan-cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cta-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-plan.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

       DATA DIVISION.
       FILE SECTION.
      *PRESUPUESTO ANUAL
       FD presupuesto-archivo.
           COPY "PRESUPUESTO-CONTABLE.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-ppto                 PIC X VALUE SPACE.
       77  salir-menu-ppto             PIC X VALUE "N".
       77  leyendo-ppto                PIC X VALUE "S".
       77  estado-ppto                 PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  hay-deptos                  PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  dato-invalido               PIC X VALUE "S".
       77  confirmar-baja              PIC X VALUE "N".
       77  ix-mes                      PIC 9(2) VALUE 0.
       77  que-mes                     PIC 9(2) VALUE 0.
       77  que-anio-listado            PIC 9(4) VALUE 0.
       77  importe-anual               PIC S9(10)V99 VALUE 0.
       77  importe-cuota               PIC S9(9)V99 VALUE 0.
       77  total-linea                 PIC S9(10)V99 VALUE 0.

      *    CLAVE TECLEADA
       01  que-clave.
           05  que-anio                PIC 9(4).
           05  que-cuenta              PIC X(4).
           05  que-depto-id            PIC X(4).

      *    CAMPOS DE PANTALLA PARA IMPORTES
       77  importe-edit                PIC -ZZZ.ZZZ.ZZ9,99.
       77  total-edit                  PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-PPTO
           UNTIL salir-menu-ppto = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O presupuesto-archivo.
           IF estado-ppto = "35"
               OPEN OUTPUT presupuesto-archivo
               CLOSE presupuesto-archivo
               OPEN I-O presupuesto-archivo
           END-IF.
           IF estado-ppto NOT = "00"
               DISPLAY "No se pudo abrir presupuesto-contable.dat, "
                   "estado: " estado-ppto
               STOP RUN
           END-IF.

           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               STOP RUN
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos = "00"
               MOVE "S" TO hay-deptos
           ELSE
               MOVE "N" TO hay-deptos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE presupuesto-archivo.
           CLOSE plan-cuentas.
           IF hay-deptos = "S"
               CLOSE departamentos-archivo
           END-IF.

       MOSTRAR-MENU-PPTO.
           DISPLAY "===== PRESUPUESTO ANUAL =====".
           DISPLAY "(A)lta de linea de presupuesto".
           DISPLAY "(M)odificar linea".
           DISPLAY "(C)onsultar linea".
           DISPLAY "(B)aja de linea".
           DISPLAY "(L)istado de un anio".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-ppto.
           MOVE FUNCTION UPPER-CASE(opcion-ppto) TO opcion-ppto.

           EVALUATE opcion-ppto
               WHEN "A"
                   PERFORM ALTA-PRESUPUESTO
               WHEN "M"
                   PERFORM MODIFICAR-PRESUPUESTO
               WHEN "C"
                   PERFORM CONSULTAR-PRESUPUESTO
               WHEN "B"
                   PERFORM BAJA-PRESUPUESTO
               WHEN "L"
                   PERFORM LISTAR-PRESUPUESTO
               WHEN "S"
                   MOVE "S" TO salir-menu-ppto
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-PRESUPUESTO.
           PERFORM CAPTURAR-CLAVE.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-clave TO ppto-clave.
           READ presupuesto-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe esa linea de presupuesto, "
                       "use (M)odificar"
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO presupuesto-contable-registro.
           MOVE que-clave TO ppto-clave.
           MOVE 0 TO ix-mes.
           PERFORM PONER-MES-EN-CERO
           UNTIL ix-mes >= 12.

           PERFORM CAPTURAR-IMPORTES-ANIO.
           MOVE "P" TO ppto-origen.
           MOVE fecha-sistema(1:8) TO ppto-fecha-cambio.

           WRITE presupuesto-contable-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el presupuesto, "
                       "estado: " estado-ppto
               NOT INVALID KEY
                   DISPLAY "Presupuesto grabado"
                   PERFORM MOSTRAR-LINEA
           END-WRITE.

       MODIFICAR-PRESUPUESTO.
           PERFORM CAPTURAR-CLAVE.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-clave TO ppto-clave.
           READ presupuesto-archivo
               INVALID KEY
                   DISPLAY "No hay presupuesto para esa clave"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-LINEA.
           DISPLAY "Mes a cambiar (1-12, 0 = los doce): ".
           ACCEPT que-mes.
           IF que-mes > 12
               DISPLAY "Mes invalido: " que-mes
               EXIT PARAGRAPH
           END-IF.

           IF que-mes = 0
               PERFORM CAPTURAR-IMPORTES-ANIO
           ELSE
               MOVE que-mes TO ix-mes
               PERFORM CAPTURAR-UN-MES
           END-IF.
           MOVE "P" TO ppto-origen.
           MOVE fecha-sistema(1:8) TO ppto-fecha-cambio.

           REWRITE presupuesto-contable-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el presupuesto, "
                       "estado: " estado-ppto
               NOT INVALID KEY
                   DISPLAY "Presupuesto actualizado"
                   PERFORM MOSTRAR-LINEA
           END-REWRITE.

       CONSULTAR-PRESUPUESTO.
           PERFORM CAPTURAR-CLAVE.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-clave TO ppto-clave.
           READ presupuesto-archivo
               INVALID KEY
                   DISPLAY "No hay presupuesto para esa clave"
               NOT INVALID KEY
                   PERFORM MOSTRAR-LINEA
           END-READ.

       BAJA-PRESUPUESTO.
           PERFORM CAPTURAR-CLAVE.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-clave TO ppto-clave.
           READ presupuesto-archivo
               INVALID KEY
                   DISPLAY "No hay presupuesto para esa clave"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-LINEA.
           DISPLAY "¿Confirma la baja? (s/n)".
           ACCEPT confirmar-baja.
           MOVE FUNCTION UPPER-CASE(confirmar-baja) TO confirmar-baja.
           IF confirmar-baja NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           DELETE presupuesto-archivo
               INVALID KEY
                   DISPLAY "No se pudo borrar el presupuesto, "
                       "estado: " estado-ppto
               NOT INVALID KEY
                   DISPLAY "Linea de presupuesto borrada"
           END-DELETE.

      *    ANIO, CUENTA DEL PLAN Y DEPARTAMENTO OPCIONAL
       CAPTURAR-CLAVE.
           MOVE "S" TO dato-invalido.
           MOVE SPACES TO que-clave.

           DISPLAY "Anio (AAAA): ".
           ACCEPT que-anio.
           IF que-anio < 2000
               DISPLAY "Anio invalido: " que-anio
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta: ".
           ACCEPT que-cuenta.
           MOVE que-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   DISPLAY "Cuenta inexistente en el plan: "
                       que-cuenta
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "  " cta-descripcion.

           DISPLAY "Departamento (en blanco = toda la cuenta): ".
           ACCEPT que-depto-id.
           MOVE FUNCTION UPPER-CASE(que-depto-id) TO que-depto-id.
           IF que-depto-id NOT = SPACES
               IF hay-deptos = "N"
                   DISPLAY "No hay maestro de departamentos"
                   EXIT PARAGRAPH
               END-IF
               MOVE que-depto-id TO depto-id
               READ departamentos-archivo
                   INVALID KEY
                       DISPLAY "Departamento inexistente: "
                           que-depto-id
                       EXIT PARAGRAPH
               END-READ
               IF NOT depto-activo
                   DISPLAY "Departamento inactivo: " que-depto-id
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  " depto-nombre
           END-IF.

           MOVE "N" TO dato-invalido.

      *    TOTAL ANUAL REPARTIDO EN DOCE O LOS DOCE MESES UNO A UNO
       CAPTURAR-IMPORTES-ANIO.
           DISPLAY "Total anual a repartir en 12 meses "
               "(0 = teclear mes a mes): ".
           ACCEPT importe-anual.

           IF importe-anual NOT = 0
               COMPUTE importe-cuota = importe-anual / 12
               MOVE 0 TO ix-mes
               PERFORM REPARTIR-UN-MES
               UNTIL ix-mes >= 12
               COMPUTE ppto-importe-mes(12) =
                   importe-anual - importe-cuota * 11
           ELSE
               MOVE 0 TO ix-mes
               PERFORM CAPTURAR-SIGUIENTE-MES
               UNTIL ix-mes >= 12
           END-IF.

       REPARTIR-UN-MES.
           ADD 1 TO ix-mes.
           MOVE importe-cuota TO ppto-importe-mes(ix-mes).

       CAPTURAR-SIGUIENTE-MES.
           ADD 1 TO ix-mes.
           PERFORM CAPTURAR-UN-MES.

       CAPTURAR-UN-MES.
           MOVE ppto-importe-mes(ix-mes) TO importe-edit.
           DISPLAY "Mes " ix-mes " (actual " importe-edit "): ".
           ACCEPT ppto-importe-mes(ix-mes).

       PONER-MES-EN-CERO.
           ADD 1 TO ix-mes.
           MOVE 0 TO ppto-importe-mes(ix-mes).

       MOSTRAR-LINEA.
           DISPLAY "Anio " ppto-anio "  cuenta " ppto-cuenta
               "  departamento " ppto-depto-id.
           MOVE 0 TO total-linea.
           MOVE 0 TO ix-mes.
           PERFORM MOSTRAR-UN-MES
           UNTIL ix-mes >= 12.
           MOVE total-linea TO total-edit.
           DISPLAY "  Total anual: " total-edit.

       MOSTRAR-UN-MES.
           ADD 1 TO ix-mes.
           MOVE ppto-importe-mes(ix-mes) TO importe-edit.
           DISPLAY "  Mes " ix-mes ": " importe-edit.
           ADD ppto-importe-mes(ix-mes) TO total-linea.

       LISTAR-PRESUPUESTO.
           DISPLAY "Anio a listar (AAAA): ".
           ACCEPT que-anio-listado.

           MOVE LOW-VALUES TO ppto-clave.
           MOVE que-anio-listado TO ppto-anio.
           START presupuesto-archivo
               KEY IS NOT LESS THAN ppto-clave
               INVALID KEY
                   DISPLAY "No hay presupuesto para " que-anio-listado
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-ppto.
           PERFORM LISTAR-UNA-LINEA
           UNTIL leyendo-ppto = "N".

       LISTAR-UNA-LINEA.
           READ presupuesto-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-ppto
               NOT AT END
                   IF ppto-anio NOT = que-anio-listado
                       MOVE "N" TO leyendo-ppto
                   ELSE
                       MOVE 0 TO total-linea
                       MOVE 0 TO ix-mes
                       PERFORM SUMAR-UN-MES
                       UNTIL ix-mes >= 12
                       MOVE total-linea TO total-edit
                       DISPLAY ppto-cuenta " " ppto-depto-id " "
                           total-edit " " ppto-origen " "
                           ppto-fecha-cambio
                   END-IF
           END-READ.

       SUMAR-UN-MES.
           ADD 1 TO ix-mes.
           ADD ppto-importe-mes(ix-mes) TO total-linea.

       END PROGRAM "MANTENIMIENTO_PRESUPUESTO".
