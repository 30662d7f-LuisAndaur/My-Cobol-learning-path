      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga del presupuesto anual desde el archivo
      *          presupuesto-import.csv, preparado fuera del sistema
      *          (campos separados por punto y coma:
      *          ANIO;CUENTA;DEPARTAMENTO;M01;M02;...;M12).  La cuenta
      *          tiene que estar en el plan y el departamento, si
      *          viene, en el maestro y activo.  Una linea que ya
      *          existe se reemplaza entera, de modo que el mismo
      *          archivo se puede cargar otra vez despues de
      *          corregirlo.  Las filas rechazadas se reescriben con
      *          su codigo de motivo en presupuesto-import-rechazos.
      *          csv para corregir y reenviar solo los fallos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CARGAR_PRESUPUESTO_CSV".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO CSV DE ENTRADA
       SELECT presupuesto-import
       ASSIGN TO "presupuesto-import.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-import.

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

      *RECHAZOS PARA CORREGIR Y REENVIAR
       SELECT import-rechazos
       ASSIGN TO "presupuesto-import-rechazos.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-rechazos.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO CSV DE ENTRADA
       FD presupuesto-import.
       01  linea-import                PIC X(250).

      *PRESUPUESTO ANUAL
       FD presupuesto-archivo.
           COPY "PRESUPUESTO-CONTABLE.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *ARCHIVO DE RECHAZOS
       FD import-rechazos.
       01  linea-rechazo               PIC X(260).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-import               PIC X(02) VALUE "00".
       77  estado-ppto                 PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  estado-rechazos             PIC X(02) VALUE "00".
       77  hay-deptos                  PIC X VALUE "N".
       77  fecha-hora-sistema          PIC X(21).
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-nuevas                PIC 9(6) VALUE 0.
       77  total-reemplazadas          PIC 9(6) VALUE 0.
       77  total-rechazados            PIC 9(6) VALUE 0.
       77  ix-mes                      PIC 9(2) VALUE 0.
       77  motivo-rechazo              PIC X(2) VALUE SPACES.
           88  fila-valida             VALUE SPACES.

       01  campos-import.
           05  imp-anio                PIC X(4).
           05  imp-cuenta              PIC X(4).
           05  imp-depto-id            PIC X(4).
           05  imp-importe             PIC X(15) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-sistema.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM LEER-FILA
           UNTIL si-no = "N".

           DISPLAY "Filas leidas.......: " total-leidos.
           DISPLAY "Lineas nuevas......: " total-nuevas.
           DISPLAY "Lineas reemplazadas: " total-reemplazadas.
           DISPLAY "Filas rechazadas...: " total-rechazados.
           DISPLAY "Rechazos en presupuesto-import-rechazos.csv".
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT presupuesto-import.
           IF estado-import NOT = "00"
               DISPLAY "No se pudo abrir presupuesto-import.csv, "
                   "estado: " estado-import
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O presupuesto-archivo.
           IF estado-ppto = "35"
               OPEN OUTPUT presupuesto-archivo
               CLOSE presupuesto-archivo
               OPEN I-O presupuesto-archivo
           END-IF.
           IF estado-ppto NOT = "00"
               DISPLAY "No se pudo abrir presupuesto-contable.dat, "
                   "estado: " estado-ppto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos = "00"
               MOVE "S" TO hay-deptos
           ELSE
               MOVE "N" TO hay-deptos
           END-IF.

           OPEN OUTPUT import-rechazos.
           IF estado-rechazos NOT = "00"
               DISPLAY "No se pudo abrir presupuesto-import-rechazos."
                   "csv, estado: " estado-rechazos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE presupuesto-import.
           CLOSE presupuesto-archivo.
           CLOSE plan-cuentas.
           IF hay-deptos = "S"
               CLOSE departamentos-archivo
           END-IF.
           CLOSE import-rechazos.

       LEER-FILA.
           READ presupuesto-import
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-import NOT = "00"
                       DISPLAY "Error leyendo presupuesto-import.csv,"
                           " estado: " estado-import
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-leidos
                       PERFORM PROCESAR-FILA
                   END-IF
           END-READ.

       PROCESAR-FILA.
           MOVE SPACES TO campos-import.

           UNSTRING linea-import DELIMITED BY ";"
               INTO imp-anio imp-cuenta imp-depto-id
                   imp-importe(1) imp-importe(2) imp-importe(3)
                   imp-importe(4) imp-importe(5) imp-importe(6)
                   imp-importe(7) imp-importe(8) imp-importe(9)
                   imp-importe(10) imp-importe(11) imp-importe(12).

      *    UNA CABECERA CON LOS NOMBRES DE COLUMNA SE SALTA
           IF imp-anio = "ANIO" OR imp-anio = "anio"
               SUBTRACT 1 FROM total-leidos
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-FILA.

           IF fila-valida
               PERFORM CARGAR-FILA
           ELSE
               PERFORM RECHAZAR-FILA
           END-IF.

      *    MOTIVOS DE RECHAZO:
      *      01 ANIO NO NUMERICO     02 CUENTA FUERA DEL PLAN
      *      03 DEPARTAMENTO INEXISTENTE O INACTIVO
      *      04 IMPORTE NO NUMERICO  99 ERROR AL GRABAR
       VALIDAR-FILA.
           MOVE SPACES TO motivo-rechazo.

           IF imp-anio NOT NUMERIC
               MOVE "01" TO motivo-rechazo
               EXIT PARAGRAPH
           END-IF.

           MOVE imp-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   MOVE "02" TO motivo-rechazo
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION UPPER-CASE(imp-depto-id) TO imp-depto-id.
           IF imp-depto-id NOT = SPACES
               IF hay-deptos = "N"
                   MOVE "03" TO motivo-rechazo
                   EXIT PARAGRAPH
               END-IF
               MOVE imp-depto-id TO depto-id
               READ departamentos-archivo
                   INVALID KEY
                       MOVE "03" TO motivo-rechazo
                       EXIT PARAGRAPH
               END-READ
               IF NOT depto-activo
                   MOVE "03" TO motivo-rechazo
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO ix-mes.
           PERFORM VALIDAR-IMPORTE-MES
           UNTIL ix-mes >= 12 OR NOT fila-valida.

       VALIDAR-IMPORTE-MES.
           ADD 1 TO ix-mes.
           IF FUNCTION TRIM(imp-importe(ix-mes)) = SPACES
               MOVE "0" TO imp-importe(ix-mes)
           END-IF.
           IF FUNCTION TEST-NUMVAL(imp-importe(ix-mes)) NOT = 0
               MOVE "04" TO motivo-rechazo
           END-IF.

       CARGAR-FILA.
           MOVE SPACES TO presupuesto-contable-registro.
           MOVE imp-anio TO ppto-anio.
           MOVE imp-cuenta TO ppto-cuenta.
           MOVE imp-depto-id TO ppto-depto-id.
           MOVE 0 TO ix-mes.
           PERFORM PASAR-IMPORTE-MES
           UNTIL ix-mes >= 12.
           MOVE "C" TO ppto-origen.
           MOVE fecha-hora-sistema(1:8) TO ppto-fecha-cambio.

           WRITE presupuesto-contable-registro
               INVALID KEY
                   IF estado-ppto = "22"
                       PERFORM REEMPLAZAR-LINEA
                   ELSE
                       DISPLAY "Error al grabar el presupuesto, "
                           "estado: " estado-ppto
                       MOVE "99" TO motivo-rechazo
                       PERFORM RECHAZAR-FILA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO total-nuevas
           END-WRITE.

       REEMPLAZAR-LINEA.
           REWRITE presupuesto-contable-registro
               INVALID KEY
                   DISPLAY "Error al regrabar el presupuesto, "
                       "estado: " estado-ppto
                   MOVE "99" TO motivo-rechazo
                   PERFORM RECHAZAR-FILA
               NOT INVALID KEY
                   ADD 1 TO total-reemplazadas
           END-REWRITE.

       PASAR-IMPORTE-MES.
           ADD 1 TO ix-mes.
           COMPUTE ppto-importe-mes(ix-mes) =
               FUNCTION NUMVAL(imp-importe(ix-mes)).

       RECHAZAR-FILA.
           ADD 1 TO total-rechazados.

           MOVE SPACES TO linea-rechazo.
           STRING FUNCTION TRIM(linea-import) ";" motivo-rechazo
               DELIMITED BY SIZE INTO linea-rechazo.
           WRITE linea-rechazo.
           IF estado-rechazos NOT = "00"
               DISPLAY "Error al grabar rechazos, estado: "
                   estado-rechazos
           END-IF.

       END PROGRAM "CARGAR_PRESUPUESTO_CSV".
