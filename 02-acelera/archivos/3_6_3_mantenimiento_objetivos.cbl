      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de los objetivos mensuales de venta por
      *          vendedor (objetivos-venta.dat): alta o cambio, baja y
      *          listado.  Cada objetivo es de un vendedor, un ano y
      *          un mes, global (familia vacia) o de una familia de
      *          producto; el importe es venta neta sin IVA en EUR.
      *          El empleado se valida contra empleados-i.dat.  Lo
      *          consume el reporte mensual de cumplimiento de
      *          objetivos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_OBJETIVOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *OBJETIVOS DE VENTA EN MODO INDEXADO
       SELECT objetivos-venta
       ASSIGN TO "objetivos-venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS obj-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-objetivos.

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
      *OBJETIVOS DE VENTA
       FD objetivos-venta.
           COPY "OBJETIVO-VENTA.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-obj                  PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-objetivos            PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  que-empleado                PIC X(7) VALUE SPACES.
       77  que-anio                    PIC 9(4) VALUE 0.
       77  que-mes                     PIC 9(2) VALUE 0.
       77  que-familia                 PIC X(4) VALUE SPACES.
       77  importe-nuevo               PIC 9(9)V99 VALUE 0.
       77  clave-valida                PIC X VALUE "N".
       77  leyendo-objetivos           PIC X VALUE "S".
       77  total-listados              PIC 9(5) VALUE 0.

       01  detalle-objetivo.
           05  do-empleados-id         PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  do-anio                 PIC 9(4).
           05  FILLER                  PIC X VALUE "/".
           05  do-mes                  PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  do-familia              PIC X(7).
           05  do-importe              PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-OBJETIVOS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O objetivos-venta.
           IF estado-objetivos = "35"
               OPEN OUTPUT objetivos-venta
               CLOSE objetivos-venta
               OPEN I-O objetivos-venta
           END-IF.
           IF estado-objetivos NOT = "00"
               DISPLAY "No se pudo abrir objetivos-venta.dat, "
                   "estado: " estado-objetivos
               STOP RUN
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE objetivos-venta.
           CLOSE empleados-archivo.

       MOSTRAR-MENU-OBJETIVOS.
           DISPLAY "===== OBJETIVOS DE VENTA =====".
           DISPLAY "(A)lta o cambio de objetivo".
           DISPLAY "(B)aja de objetivo".
           DISPLAY "(L)istado".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-obj.
           MOVE FUNCTION UPPER-CASE(opcion-obj) TO opcion-obj.

           EVALUATE opcion-obj
               WHEN "A"
                   PERFORM ALTA-OBJETIVO
               WHEN "B"
                   PERFORM BAJA-OBJETIVO
               WHEN "L"
                   PERFORM LISTAR-OBJETIVOS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    VENDEDOR, ANO, MES Y FAMILIA FORMAN LA CLAVE; LA FAMILIA
      *    VACIA ES EL OBJETIVO GLOBAL DEL MES.
       CAPTURAR-CLAVE.
           MOVE "N" TO clave-valida.

           DISPLAY "ID del vendedor: ".
           ACCEPT que-empleado.

           MOVE que-empleado TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " que-empleado
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Ano (AAAA): ".
           ACCEPT que-anio.
           IF que-anio = 0
               DISPLAY "Ano invalido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Mes (1-12): ".
           ACCEPT que-mes.
           IF que-mes < 1 OR que-mes > 12
               DISPLAY "Mes invalido: " que-mes
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Familia de producto (vacio = objetivo global): ".
           ACCEPT que-familia.
           MOVE FUNCTION UPPER-CASE(que-familia) TO que-familia.

           MOVE que-empleado TO obj-empleados-id.
           MOVE que-anio TO obj-anio.
           MOVE que-mes TO obj-mes.
           MOVE que-familia TO obj-familia.
           MOVE "S" TO clave-valida.

       ALTA-OBJETIVO.
           PERFORM CAPTURAR-CLAVE.
           IF clave-valida = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Objetivo en EUR sin IVA (ej 15000,00): ".
           ACCEPT importe-nuevo.

           READ objetivos-venta
               INVALID KEY
                   MOVE importe-nuevo TO obj-importe
                   WRITE objetivo-venta-registro
                       INVALID KEY
                           DISPLAY "No se pudo grabar el objetivo"
                       NOT INVALID KEY
                           DISPLAY "Objetivo grabado: " que-empleado
                               " " que-anio "/" que-mes " "
                               que-familia
                   END-WRITE
               NOT INVALID KEY
                   MOVE importe-nuevo TO obj-importe
                   REWRITE objetivo-venta-registro
                       INVALID KEY
                           DISPLAY "No se pudo regrabar el objetivo"
                       NOT INVALID KEY
                           DISPLAY "Objetivo actualizado: "
                               que-empleado " " que-anio "/" que-mes
                               " " que-familia
                   END-REWRITE
           END-READ.

       BAJA-OBJETIVO.
           PERFORM CAPTURAR-CLAVE.
           IF clave-valida = "N"
               EXIT PARAGRAPH
           END-IF.

           READ objetivos-venta
               INVALID KEY
                   DISPLAY "No hay objetivo con esa clave"
                   EXIT PARAGRAPH
           END-READ.

           DELETE objetivos-venta
               INVALID KEY
                   DISPLAY "No se pudo borrar el objetivo, estado: "
                       estado-objetivos
               NOT INVALID KEY
                   DISPLAY "Objetivo borrado: " que-empleado " "
                       que-anio "/" que-mes " " que-familia
           END-DELETE.

      *    LISTADO DE UN VENDEDOR O DE TODOS (VACIO), EN ORDEN DE
      *    CLAVE: VENDEDOR, ANO, MES Y FAMILIA.
       LISTAR-OBJETIVOS.
           DISPLAY "ID del vendedor (vacio = todos): ".
           ACCEPT que-empleado.

           MOVE LOW-VALUES TO obj-clave.
           IF que-empleado NOT = SPACES
               MOVE que-empleado TO obj-empleados-id
           END-IF.
           START objetivos-venta KEY IS NOT LESS THAN obj-clave
               INVALID KEY
                   DISPLAY "Sin objetivos registrados"
                   EXIT PARAGRAPH
           END-START.

           MOVE 0 TO total-listados.
           MOVE "S" TO leyendo-objetivos.
           PERFORM LISTAR-UN-OBJETIVO
           UNTIL leyendo-objetivos = "N".

           DISPLAY "Objetivos listados: " total-listados.

       LISTAR-UN-OBJETIVO.
           READ objetivos-venta NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-objetivos
               NOT AT END
                   IF que-empleado NOT = SPACES
                   AND obj-empleados-id NOT = que-empleado
                       MOVE "N" TO leyendo-objetivos
                   ELSE
                       MOVE obj-empleados-id TO do-empleados-id
                       MOVE obj-anio TO do-anio
                       MOVE obj-mes TO do-mes
                       IF obj-familia = SPACES
                           MOVE "GLOBAL" TO do-familia
                       ELSE
                           MOVE obj-familia TO do-familia
                       END-IF
                       MOVE obj-importe TO do-importe
                       DISPLAY detalle-objetivo
                       ADD 1 TO total-listados
                   END-IF
           END-READ.

       END PROGRAM "MANTENIMIENTO_OBJETIVOS".
