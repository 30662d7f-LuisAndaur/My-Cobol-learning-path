      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cuenta de resultados por departamento (centro de
      *          costo) para un mes o acumulada del anio hasta ese
      *          mes.  Toma del diario las lineas de cuentas de
      *          ingreso y gasto del plan (tipo I y G) y las agrupa
      *          por el departamento de la linea: cuanto vendio y
      *          cuanto costo el almacen, el mostrador o la
      *          administracion.  Los departamentos salen en el orden
      *          del maestro; al final lo que no se imputo a ninguno
      *          y los totales generales.  El asiento de
      *          regularizacion del cierre no cuenta.  Sale por el
      *          escritor de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RESULTADOS_DEPARTAMENTO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIARIO CONTABLE, SOLO LECTURA
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

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
      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-diario               PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  hay-deptos                  PIC X VALUE "N".
       77  leyendo-deptos              PIC X VALUE "S".
       77  total-lineas-diario         PIC 9(6) VALUE 0.
       77  ix-ent                      PIC 9(3) VALUE 0.
       77  ix-busca                    PIC 9(3) VALUE 0.
       77  entrada-ubicada             PIC X VALUE "N".
       77  depto-con-datos             PIC X VALUE "N".
       77  tipo-a-imprimir             PIC X VALUE SPACE.
       77  que-depto                   PIC X(4) VALUE SPACES.
       77  que-nombre                  PIC X(30) VALUE SPACES.
       77  importe-linea               PIC S9(10)V99 VALUE 0.

      *    PERIODO: MES O ACUMULADO DESDE ENERO
       77  periodo-informe             PIC 9(6) VALUE 0.
       77  modo-informe                PIC X VALUE "M".
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.
       01  periodo-desglose.
           05  pd-anio                 PIC 9(4).
           05  pd-mes                  PIC 9(2).

       77  origen-regularizacion       PIC X(10) VALUE "REGULARIZ".

       77  ingresos-depto              PIC S9(10)V99 VALUE 0.
       77  gastos-depto                PIC S9(10)V99 VALUE 0.
       77  ingresos-total              PIC S9(10)V99 VALUE 0.
       77  gastos-total                PIC S9(10)V99 VALUE 0.

      *    IMPORTES POR DEPARTAMENTO Y CUENTA (DEBE MENOS HABER);
      *    EL TIPO SE TOMA DEL PLAN AL CREAR LA ENTRADA
       77  total-entradas              PIC 9(3) VALUE 0.
       01  tabla-entradas.
           05  entrada-dc OCCURS 600 TIMES.
               10  tdc-depto-id        PIC X(4).
               10  tdc-cuenta          PIC X(4).
               10  tdc-tipo            PIC X.
               10  tdc-importe         PIC S9(10)V99.
               10  tdc-impresa         PIC X.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CONTAB".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  linea-departamento.
           05  FILLER                  PIC X(14)
               VALUE "DEPARTAMENTO: ".
           05  ld-depto-id             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ld-nombre               PIC X(30).

       01  detalle-depto.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  dd-cuenta               PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dd-descripcion          PIC X(35).
           05  dd-importe              PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  linea-total-depto.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ltd-texto               PIC X(35).
           05  ltd-importe             PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "Periodo (AAAAMM): ".
           ACCEPT periodo-informe.
           MOVE periodo-informe TO periodo-desglose.
           IF pd-mes < 1 OR pd-mes > 12
               DISPLAY "Periodo invalido: " periodo-informe
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "(M)es o (A)cumulado del anio: ".
           ACCEPT modo-informe.
           MOVE FUNCTION UPPER-CASE(modo-informe) TO modo-informe.
           IF modo-informe NOT = "A"
               MOVE "M" TO modo-informe
           END-IF.

           COMPUTE fecha-hasta = periodo-informe * 100 + 99.
           IF modo-informe = "A"
               COMPUTE fecha-desde = pd-anio * 10000 + 101
           ELSE
               COMPUTE fecha-desde = periodo-informe * 100 + 1
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-DIARIO
           UNTIL si-no = "N".

           PERFORM IMPRIMIR-INFORME.

           DISPLAY "Lineas de diario tomadas: " total-lineas-diario.
           DISPLAY "Informe encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "RESULTADOS_DEPARTAMENTO" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " periodo-informe " MODO " modo-informe
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-diario
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN EL PLAN NO SE SABE QUE CUENTAS SON DE RESULTADOS
           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos = "00"
               MOVE "S" TO hay-deptos
           ELSE
               MOVE "N" TO hay-deptos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE diario-archivo.
           CLOSE plan-cuentas.
           IF hay-deptos = "S"
               CLOSE departamentos-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       ACUMULAR-DIARIO.
           READ diario-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-diario NOT = "00"
                       DISPLAY "Error leyendo el diario, estado: "
                           estado-diario
                       MOVE "N" TO si-no
                   ELSE
                       IF asi-fecha >= fecha-desde
                           AND asi-fecha <= fecha-hasta
                           AND asi-origen NOT = origen-regularizacion
                           PERFORM ACUMULAR-EN-ENTRADA
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-EN-ENTRADA.
           MOVE "N" TO entrada-ubicada.
           MOVE 0 TO ix-ent.
           PERFORM UBICAR-ENTRADA
           UNTIL entrada-ubicada = "S" OR ix-ent >= total-entradas.

           IF entrada-ubicada = "N"
               IF total-entradas >= 600
                   DISPLAY "Tabla de departamentos y cuentas "
                       "desbordada: " asi-depto-id " " asi-cuenta
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-entradas
               MOVE total-entradas TO ix-ent
               MOVE asi-depto-id TO tdc-depto-id(ix-ent)
               MOVE asi-cuenta TO tdc-cuenta(ix-ent)
               MOVE 0 TO tdc-importe(ix-ent)
               MOVE "N" TO tdc-impresa(ix-ent)
               MOVE SPACE TO tdc-tipo(ix-ent)
               MOVE asi-cuenta TO cta-codigo
               READ plan-cuentas
                   INVALID KEY
                       DISPLAY "AVISO: cuenta fuera del plan: "
                           asi-cuenta
                   NOT INVALID KEY
                       MOVE cta-tipo TO tdc-tipo(ix-ent)
               END-READ
           END-IF.

           IF tdc-tipo(ix-ent) = "I" OR tdc-tipo(ix-ent) = "G"
               ADD 1 TO total-lineas-diario
               ADD asi-debe TO tdc-importe(ix-ent)
               SUBTRACT asi-haber FROM tdc-importe(ix-ent)
           END-IF.

       UBICAR-ENTRADA.
           ADD 1 TO ix-ent.
           IF tdc-depto-id(ix-ent) = asi-depto-id
               AND tdc-cuenta(ix-ent) = asi-cuenta
               MOVE "S" TO entrada-ubicada
           END-IF.

      *    PRIMERO LOS DEPARTAMENTOS DEL MAESTRO EN SU ORDEN, LUEGO
      *    LO NO IMPUTADO Y POR ULTIMO CUALQUIER CODIGO QUE YA NO
      *    ESTE EN EL MAESTRO
       IMPRIMIR-INFORME.
           MOVE SPACES TO spool-linea-env.
           IF modo-informe = "A"
               STRING "RESULTADOS POR DEPARTAMENTO ACUMULADOS DEL "
                   fecha-desde " AL PERIODO " periodo-informe
                   DELIMITED BY SIZE INTO spool-linea-env
           ELSE
               STRING "RESULTADOS POR DEPARTAMENTO DEL PERIODO "
                   periodo-informe
                   DELIMITED BY SIZE INTO spool-linea-env
           END-IF.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ingresos-total.
           MOVE 0 TO gastos-total.

           IF hay-deptos = "S"
               MOVE LOW-VALUES TO depto-id
               START departamentos-archivo
                   KEY IS NOT LESS THAN depto-id
                   INVALID KEY
                       MOVE "N" TO leyendo-deptos
                   NOT INVALID KEY
                       MOVE "S" TO leyendo-deptos
               END-START
               PERFORM IMPRIMIR-DEPTO-MAESTRO
               UNTIL leyendo-deptos = "N"
           END-IF.

           MOVE SPACES TO que-depto.
           MOVE "(SIN DEPARTAMENTO)" TO que-nombre.
           PERFORM IMPRIMIR-DEPARTAMENTO.

           MOVE 0 TO ix-busca.
           PERFORM IMPRIMIR-DEPTO-HUERFANO
           UNTIL ix-busca >= total-entradas.

           MOVE "TOTAL INGRESOS" TO ltd-texto.
           MOVE ingresos-total TO ltd-importe.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL GASTOS" TO ltd-texto.
           MOVE gastos-total TO ltd-importe.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RESULTADO TOTAL (+ BENEFICIO)" TO ltd-texto.
           COMPUTE ltd-importe = ingresos-total - gastos-total.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-DEPTO-MAESTRO.
           READ departamentos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-deptos
               NOT AT END
                   MOVE depto-id TO que-depto
                   MOVE depto-nombre TO que-nombre
                   PERFORM IMPRIMIR-DEPARTAMENTO
           END-READ.

       IMPRIMIR-DEPTO-HUERFANO.
           ADD 1 TO ix-busca.
           IF tdc-impresa(ix-busca) = "N"
               AND (tdc-tipo(ix-busca) = "I"
                   OR tdc-tipo(ix-busca) = "G")
               MOVE tdc-depto-id(ix-busca) TO que-depto
               MOVE "(FUERA DEL MAESTRO)" TO que-nombre
               PERFORM IMPRIMIR-DEPARTAMENTO
           END-IF.

       IMPRIMIR-DEPARTAMENTO.
           MOVE "N" TO depto-con-datos.
           MOVE 0 TO ix-ent.
           PERFORM VER-SI-DEPTO-TIENE-DATOS
           UNTIL depto-con-datos = "S" OR ix-ent >= total-entradas.
           IF depto-con-datos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-depto TO ld-depto-id.
           MOVE que-nombre TO ld-nombre.
           MOVE linea-departamento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ingresos-depto.
           MOVE 0 TO gastos-depto.

           MOVE "I" TO tipo-a-imprimir.
           MOVE 0 TO ix-ent.
           PERFORM IMPRIMIR-UNA-ENTRADA
           UNTIL ix-ent >= total-entradas.

           MOVE "G" TO tipo-a-imprimir.
           MOVE 0 TO ix-ent.
           PERFORM IMPRIMIR-UNA-ENTRADA
           UNTIL ix-ent >= total-entradas.

           MOVE "INGRESOS DEL DEPARTAMENTO" TO ltd-texto.
           MOVE ingresos-depto TO ltd-importe.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "GASTOS DEL DEPARTAMENTO" TO ltd-texto.
           MOVE gastos-depto TO ltd-importe.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RESULTADO DEL DEPARTAMENTO" TO ltd-texto.
           COMPUTE ltd-importe = ingresos-depto - gastos-depto.
           MOVE linea-total-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           ADD ingresos-depto TO ingresos-total.
           ADD gastos-depto TO gastos-total.

       VER-SI-DEPTO-TIENE-DATOS.
           ADD 1 TO ix-ent.
           IF tdc-depto-id(ix-ent) = que-depto
               AND tdc-impresa(ix-ent) = "N"
               AND (tdc-tipo(ix-ent) = "I" OR tdc-tipo(ix-ent) = "G")
               MOVE "S" TO depto-con-datos
           END-IF.

      *    INGRESOS COMO HABER MENOS DEBE, GASTOS COMO DEBE MENOS
      *    HABER
       IMPRIMIR-UNA-ENTRADA.
           ADD 1 TO ix-ent.
           IF tdc-depto-id(ix-ent) NOT = que-depto
               OR tdc-tipo(ix-ent) NOT = tipo-a-imprimir
               OR tdc-impresa(ix-ent) = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO tdc-impresa(ix-ent).
           IF tipo-a-imprimir = "I"
               COMPUTE importe-linea = 0 - tdc-importe(ix-ent)
               ADD importe-linea TO ingresos-depto
           ELSE
               MOVE tdc-importe(ix-ent) TO importe-linea
               ADD importe-linea TO gastos-depto
           END-IF.

           MOVE tdc-cuenta(ix-ent) TO dd-cuenta.
           MOVE "(CUENTA SIN PLAN)" TO dd-descripcion.
           MOVE tdc-cuenta(ix-ent) TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE cta-descripcion TO dd-descripcion
           END-READ.
           MOVE importe-linea TO dd-importe.
           MOVE detalle-depto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "RESULTADOS_DEPARTAMENTO".
