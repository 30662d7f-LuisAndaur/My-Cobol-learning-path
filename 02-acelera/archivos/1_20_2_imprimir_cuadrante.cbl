      ******************************************************************
      * Author:
      * Date:
      * Purpose: Impresion del cuadrante semanal de turnos.  Pide el
      *          lunes de la semana (vacio = la semana en curso), lee
      *          de cuadrantes.dat los siete dias y saca por el
      *          escritor de spool, por cada departamento del
      *          maestro, una linea por empleado con el turno de cada
      *          dia (los dias libres con guiones) y el numero de
      *          empleados con turno por dia.  Los empleados que se
      *          planificaron sin departamento vigente salen al
      *          final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPRIMIR_CUADRANTE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CUADRANTE PLANIFICADO, SOLO LECTURA
       SELECT cuadrantes-archivo
       ASSIGN TO "cuadrantes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuadrantes.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

       DATA DIVISION.
       FILE SECTION.
      *CUADRANTE PLANIFICADO
       FD cuadrantes-archivo.
           COPY "CUADRANTE-REGISTRO.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cuadrantes           PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-lunes                 PIC 9(8) VALUE 0.
       77  fecha-domingo               PIC 9(8) VALUE 0.
       77  dias-enteros                PIC S9(8) VALUE 0.
       77  ix-dia                      PIC 9 VALUE 0.
       77  ix-emp                      PIC 9(4) VALUE 0.
       77  emp-hallado                 PIC 9(4) VALUE 0.
       77  depto-listado               PIC X(4) VALUE SPACES.
       77  empleados-depto             PIC 9(4) VALUE 0.
       77  total-turnos                PIC 9(5) VALUE 0.

      *    CAMPOS PARA SERVICIOS-FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    UNA ENTRADA POR EMPLEADO CON TURNO EN LA SEMANA
       77  total-planificados          PIC 9(4) VALUE 0.
       01  tabla-planificados.
           05  entrada-planificado OCCURS 3000 TIMES.
               10  tpl-empleados-id    PIC X(7).
               10  tpl-depto-id        PIC X(4).
               10  tpl-turno           PIC X(3) OCCURS 7 TIMES.

      *    EMPLEADOS CON TURNO POR DIA DENTRO DEL DEPARTAMENTO
       01  tabla-conteo-dia.
           05  tcd-cantidad            PIC 9(4) OCCURS 7 TIMES.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "RRHH".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-cuadrante.
           05  FILLER                  PIC X(27)
               VALUE "CUADRANTE DE TURNOS SEMANA ".
           05  tc-lunes                PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  tc-domingo              PIC 9(8).

       01  linea-departamento.
           05  FILLER                  PIC X(11) VALUE "DEPARTAM.: ".
           05  ldp-depto-id            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldp-nombre              PIC X(30).

       01  cabecera-dias.
           05  FILLER                  PIC X(53) VALUE SPACES.
           05  FILLER                  PIC X(35)
               VALUE "LUN  MAR  MIE  JUE  VIE  SAB  DOM".

       01  linea-cuadrante.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  lc-empleados-id         PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  lc-nombre               PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  lc-dia OCCURS 7 TIMES.
               10  lc-turno            PIC X(3).
               10  FILLER              PIC X(2) VALUE SPACES.

       01  linea-conteo.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(49)
               VALUE "EMPLEADOS CON TURNO".
           05  lcn-dia OCCURS 7 TIMES.
               10  lcn-cantidad        PIC ZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE fecha-lunes TO cua-fecha.
           MOVE LOW-VALUES TO cua-empleados-id.
           START cuadrantes-archivo KEY IS NOT LESS THAN cua-clave
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-START.
           PERFORM CARGAR-TURNO-PLANIFICADO
           UNTIL si-no = "N".

           PERFORM IMPRIMIR-CUADRANTE.

           DISPLAY "Empleados planificados: " total-planificados.
           DISPLAY "Turnos en la semana...: " total-turnos.
           DISPLAY "Cuadrante encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           DISPLAY "Lunes de la semana (AAAAMMDD, vacio = esta "
               "semana): ".
           ACCEPT fecha-lunes.

           MOVE "V" TO sf-operacion.
           MOVE fecha-lunes TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           IF fecha-lunes NOT = 0
               CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
                   sf-fecha-2 sf-resultado-num sf-resultado
               IF sf-resultado NOT = "S"
                   DISPLAY "Fecha invalida, se usa esta semana: "
                       fecha-lunes
                   MOVE 0 TO fecha-lunes
               END-IF
           END-IF.
           IF fecha-lunes = 0
               MOVE fecha-hoy TO fecha-lunes
           END-IF.

      *    CUALQUIER DIA SE LLEVA AL LUNES DE SU SEMANA
           MOVE "S" TO sf-operacion.
           MOVE fecha-lunes TO sf-fecha-1.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-lunes)
               - sf-resultado-num + 1.
           COMPUTE fecha-lunes = FUNCTION DATE-OF-INTEGER(dias-enteros).
           ADD 6 TO dias-enteros.
           COMPUTE fecha-domingo =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "CUADRANTE_TURNOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "SEMANA " fecha-lunes " A " fecha-domingo
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT cuadrantes-archivo.
           IF estado-cuadrantes NOT = "00"
               DISPLAY "No se pudo abrir cuadrantes.dat, estado: "
                   estado-cuadrantes
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos NOT = "00"
               DISPLAY "No se pudo abrir departamentos.dat, estado: "
                   estado-deptos
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-cuadrantes = "00"
               CLOSE cuadrantes-archivo
           END-IF.
           IF estado-deptos = "00"
               CLOSE departamentos-archivo
           END-IF.
           IF estado-empleados = "00"
               CLOSE empleados-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    EL ARCHIVO VA POR FECHA + EMPLEADO: SE LEE DESDE EL LUNES
      *    HASTA PASAR EL DOMINGO
       CARGAR-TURNO-PLANIFICADO.
           READ cuadrantes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF cua-fecha > fecha-domingo
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ix-dia = FUNCTION INTEGER-OF-DATE(cua-fecha)
               - FUNCTION INTEGER-OF-DATE(fecha-lunes) + 1.

           MOVE 0 TO emp-hallado.
           MOVE 0 TO ix-emp.
           PERFORM BUSCAR-PLANIFICADO
           UNTIL emp-hallado NOT = 0
               OR ix-emp >= total-planificados.

           IF emp-hallado = 0
               IF total-planificados >= 3000
                   DISPLAY "Tabla de empleados desbordada"
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-planificados
               MOVE total-planificados TO emp-hallado
               MOVE cua-empleados-id TO tpl-empleados-id(emp-hallado)
               MOVE SPACES TO tpl-depto-id(emp-hallado)
               MOVE ALL "-" TO tpl-turno(emp-hallado, 1)
                   tpl-turno(emp-hallado, 2) tpl-turno(emp-hallado, 3)
                   tpl-turno(emp-hallado, 4) tpl-turno(emp-hallado, 5)
                   tpl-turno(emp-hallado, 6) tpl-turno(emp-hallado, 7)
           END-IF.

      *    SI EL EMPLEADO CAMBIO DE DEPARTAMENTO A MITAD DE SEMANA
      *    SALE CON EL DEL ULTIMO DIA PLANIFICADO
           IF cua-depto-id NOT = SPACES
               MOVE cua-depto-id TO tpl-depto-id(emp-hallado)
           END-IF.
           MOVE cua-turno-codigo TO tpl-turno(emp-hallado, ix-dia).
           ADD 1 TO total-turnos.

       BUSCAR-PLANIFICADO.
           ADD 1 TO ix-emp.
           IF tpl-empleados-id(ix-emp) = cua-empleados-id
               MOVE ix-emp TO emp-hallado
           END-IF.

      *    UN BLOQUE POR DEPARTAMENTO DEL MAESTRO Y, AL FINAL, EL DE
      *    LOS EMPLEADOS PLANIFICADOS SIN DEPARTAMENTO
       IMPRIMIR-CUADRANTE.
           MOVE fecha-lunes TO tc-lunes.
           MOVE fecha-domingo TO tc-domingo.
           MOVE titulo-cuadrante TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE LOW-VALUES TO depto-id.
           START departamentos-archivo KEY IS NOT LESS THAN depto-id
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-START.
           PERFORM IMPRIMIR-SIGUIENTE-DEPTO
           UNTIL si-no = "N".

           MOVE SPACES TO depto-listado.
           MOVE "(SIN DEPARTAMENTO)" TO ldp-nombre.
           PERFORM IMPRIMIR-DEPARTAMENTO.

       IMPRIMIR-SIGUIENTE-DEPTO.
           READ departamentos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE depto-id TO depto-listado
                   MOVE depto-nombre TO ldp-nombre
                   PERFORM IMPRIMIR-DEPARTAMENTO
           END-READ.

       IMPRIMIR-DEPARTAMENTO.
           MOVE 0 TO empleados-depto.
           INITIALIZE tabla-conteo-dia.
           MOVE 0 TO ix-emp.
           PERFORM IMPRIMIR-PLANIFICADO
           UNTIL ix-emp >= total-planificados.
           IF empleados-depto = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-dia.
           PERFORM PREPARAR-CONTEO-DIA 7 TIMES.
           MOVE linea-conteo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       PREPARAR-CONTEO-DIA.
           ADD 1 TO ix-dia.
           MOVE tcd-cantidad(ix-dia) TO lcn-cantidad(ix-dia).

       IMPRIMIR-PLANIFICADO.
           ADD 1 TO ix-emp.
           IF tpl-depto-id(ix-emp) NOT = depto-listado
               EXIT PARAGRAPH
           END-IF.

      *    LA CABECERA DEL DEPARTAMENTO SOLO SI TIENE A ALGUIEN
           IF empleados-depto = 0
               MOVE SPACES TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               MOVE depto-listado TO ldp-depto-id
               MOVE linea-departamento TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               MOVE cabecera-dias TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           ADD 1 TO empleados-depto.

           MOVE tpl-empleados-id(ix-emp) TO lc-empleados-id.
           MOVE SPACES TO lc-nombre.
           MOVE tpl-empleados-id(ix-emp) TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO lc-nombre
               NOT INVALID KEY
                   STRING empleados-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       empleados-apellidos DELIMITED BY SIZE
                       INTO lc-nombre
           END-READ.

           MOVE 0 TO ix-dia.
           PERFORM PREPARAR-DIA-EMPLEADO 7 TIMES.

           MOVE linea-cuadrante TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       PREPARAR-DIA-EMPLEADO.
           ADD 1 TO ix-dia.
           MOVE tpl-turno(ix-emp, ix-dia) TO lc-turno(ix-dia).
           IF tpl-turno(ix-emp, ix-dia) NOT = "---"
               ADD 1 TO tcd-cantidad(ix-dia)
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "IMPRIMIR_CUADRANTE".
