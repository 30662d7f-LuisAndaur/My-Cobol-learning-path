      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subrutina CALLable de grabacion de asientos en el
      *          diario contable (diario-contable.dat) para los
      *          programas que asientan fuera del posteo diario
      *          (amortizaciones, asientos manuales, cierres).
      *          Operaciones:
      *            A = abrir un asiento nuevo con su fecha, origen y
      *                referencia
      *            L = agregar una linea (cuenta, debe, haber y
      *                departamento); un departamento que no este
      *                en departamentos.dat invalida el asiento
      *            C = cerrar: si el asiento cuadra se numera desde
      *                diario-control.dat (regrabado tras cada
      *                asiento, como en POSTEO_CONTABLE), se graban
      *                sus lineas y se devuelve el numero; si no
      *                cuadra no se graba nada
      *          Las lineas quedan en memoria hasta el cierre: un
      *          asiento descuadrado nunca llega al diario.  Mismo
      *          patron de CALL que ESCRITOR-SPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ASIENTOS-DIARIO".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIARIO CONTABLE, SOLO SE AGREGA AL FINAL
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

      *REGISTRO DE NUMERACION DE ASIENTOS (UN SOLO REGISTRO)
       SELECT diario-control
       ASSIGN TO "diario-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

       DATA DIVISION.
       FILE SECTION.
      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

      *REGISTRO DE NUMERACION
       FD diario-control.
       01  control-registro.
           05  ctrl-ultimo-asiento     PIC 9(6).

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  estado-diario           PIC X(02) VALUE "00".
       77  estado-control          PIC X(02) VALUE "00".
       77  estado-deptos           PIC X(02) VALUE "00".
       77  asiento-invalido        PIC X VALUE "N".
       77  numero-asiento          PIC 9(6) VALUE 0.
       77  ix-linea                PIC 9(3) VALUE 0.
       77  suma-debe               PIC 9(10)V99 VALUE 0.
       77  suma-haber              PIC 9(10)V99 VALUE 0.
       77  fecha-en-curso          PIC 9(8) VALUE 0.
       77  origen-en-curso         PIC X(10) VALUE SPACES.
       77  referencia-en-curso     PIC X(10) VALUE SPACES.

      *    LINEAS DEL ASIENTO EN CURSO; EL CIERRE DEL EJERCICIO
      *    LLEVA UNA LINEA POR CUENTA DE RESULTADOS
       77  total-lineas            PIC 9(3) VALUE 0.
       01  tabla-lineas.
           05  entrada-linea OCCURS 300 TIMES.
               10  tln-cuenta          PIC X(4).
               10  tln-debe            PIC 9(8)V99.
               10  tln-haber           PIC 9(8)V99.
               10  tln-depto-id        PIC X(4).

       LINKAGE SECTION.
       01  ad-operacion            PIC X.
           88  ad-abrir                VALUE "A".
           88  ad-agregar-linea        VALUE "L".
           88  ad-cerrar               VALUE "C".
       01  ad-fecha                PIC 9(8).
       01  ad-cuenta               PIC X(4).
       01  ad-debe                 PIC 9(8)V99.
       01  ad-haber                PIC 9(8)V99.
       01  ad-depto-id             PIC X(4).
       01  ad-origen               PIC X(10).
       01  ad-referencia           PIC X(10).
       01  ad-numero               PIC 9(6).
       01  ad-resultado            PIC X.
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

       PROCEDURE DIVISION USING ad-operacion ad-fecha ad-cuenta
           ad-debe ad-haber ad-depto-id ad-origen ad-referencia
           ad-numero ad-resultado.
       MAIN-PROCEDURE.
           SET ad-correcto TO TRUE.

           EVALUATE TRUE
               WHEN ad-abrir
                   PERFORM ABRIR-ASIENTO
               WHEN ad-agregar-linea
                   PERFORM AGREGAR-LINEA
               WHEN ad-cerrar
                   PERFORM CERRAR-ASIENTO
               WHEN OTHER
                   DISPLAY "ASIENTOS-DIARIO operacion invalida: "
                       ad-operacion
                   SET ad-fallido TO TRUE
           END-EVALUATE.

           GOBACK.

       ABRIR-ASIENTO.
           MOVE 0 TO total-lineas.
           MOVE 0 TO suma-debe.
           MOVE 0 TO suma-haber.
           MOVE 0 TO ad-numero.
           MOVE "N" TO asiento-invalido.
           MOVE ad-fecha TO fecha-en-curso.
           MOVE ad-origen TO origen-en-curso.
           MOVE ad-referencia TO referencia-en-curso.

      *    UNA LINEA SIN IMPORTE NO APORTA NADA AL DIARIO Y SE
      *    DESCARTA EN SILENCIO
       AGREGAR-LINEA.
           IF ad-debe = 0 AND ad-haber = 0
               EXIT PARAGRAPH
           END-IF.

           IF total-lineas >= 300
               DISPLAY "ASIENTOS-DIARIO desbordado, linea perdida: "
                   ad-cuenta
               SET ad-fallido TO TRUE
               MOVE "S" TO asiento-invalido
               EXIT PARAGRAPH
           END-IF.

           IF ad-depto-id NOT = SPACES
               PERFORM VALIDAR-DEPARTAMENTO
               IF ad-fallido
                   MOVE "S" TO asiento-invalido
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO total-lineas.
           MOVE ad-cuenta TO tln-cuenta(total-lineas).
           MOVE ad-debe TO tln-debe(total-lineas).
           MOVE ad-haber TO tln-haber(total-lineas).
           MOVE ad-depto-id TO tln-depto-id(total-lineas).
           ADD ad-debe TO suma-debe.
           ADD ad-haber TO suma-haber.

      *    SOLO UN ASIENTO CUADRADO Y CON LINEAS SE NUMERA Y SE
      *    GRABA; EL NUMERO SE REGRABA EN EL CONTROL ANTES DE
      *    DEVOLVERLO, COMO HACE EL POSTEO DIARIO.
       CERRAR-ASIENTO.
           IF total-lineas = 0
               SET ad-fallido TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF asiento-invalido = "S"
               DISPLAY "Asiento con lineas rechazadas, no se graba"
               MOVE 0 TO total-lineas
               SET ad-fallido TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF suma-debe NOT = suma-haber
               DISPLAY "Asiento descuadrado, no se graba: debe "
                   suma-debe " haber " suma-haber
               SET ad-fallido TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEER-ULTIMO-NUMERO.

           OPEN EXTEND diario-archivo.
           IF estado-diario = "35"
               OPEN OUTPUT diario-archivo
           END-IF.
           IF estado-diario NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-diario
               SET ad-fallido TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-asiento.
           MOVE 0 TO ix-linea.
           PERFORM GRABAR-LINEA-ASIENTO
           UNTIL ix-linea >= total-lineas.

           CLOSE diario-archivo.

           PERFORM GRABAR-ULTIMO-NUMERO.
           MOVE numero-asiento TO ad-numero.
           MOVE 0 TO total-lineas.

       GRABAR-LINEA-ASIENTO.
           ADD 1 TO ix-linea.

           MOVE numero-asiento TO asi-numero.
           MOVE ix-linea TO asi-linea.
           MOVE fecha-en-curso TO asi-fecha.
           MOVE tln-cuenta(ix-linea) TO asi-cuenta.
           MOVE tln-debe(ix-linea) TO asi-debe.
           MOVE tln-haber(ix-linea) TO asi-haber.
           MOVE tln-depto-id(ix-linea) TO asi-depto-id.
           MOVE origen-en-curso TO asi-origen.
           MOVE referencia-en-curso TO asi-referencia.

           WRITE asiento-registro.
           IF estado-diario NOT = "00"
               DISPLAY "Error al grabar diario-contable.dat, "
                   "estado: " estado-diario
               SET ad-fallido TO TRUE
           END-IF.

      *    EL CENTRO DE COSTO DEBE EXISTIR Y ESTAR ACTIVO
       VALIDAR-DEPARTAMENTO.
           OPEN INPUT departamentos-archivo.
           IF estado-deptos NOT = "00"
               DISPLAY "No se pudo abrir departamentos.dat, estado: "
                   estado-deptos
               SET ad-fallido TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ad-depto-id TO depto-id.
           READ departamentos-archivo
               INVALID KEY
                   DISPLAY "Departamento inexistente: " ad-depto-id
                   SET ad-fallido TO TRUE
               NOT INVALID KEY
                   IF NOT depto-activo
                       DISPLAY "Departamento inactivo: " ad-depto-id
                       SET ad-fallido TO TRUE
                   END-IF
           END-READ.

           CLOSE departamentos-archivo.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT diario-control.
           IF estado-control = "35"
               MOVE 0 TO numero-asiento
           ELSE
               READ diario-control
                   AT END
                       MOVE 0 TO numero-asiento
                   NOT AT END
                       MOVE ctrl-ultimo-asiento TO numero-asiento
               END-READ
               CLOSE diario-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT diario-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar diario-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-asiento TO ctrl-ultimo-asiento
               WRITE control-registro
               CLOSE diario-control
           END-IF.

       END PROGRAM "ASIENTOS-DIARIO".
