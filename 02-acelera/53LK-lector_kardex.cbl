      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subrutina CALLable de lectura del kardex a partir de
      *          la foto de stock de cierre de mes mas cercana.  Desde
      *          que el cierre mensual archiva el kardex de cada mes
      *          en kardex-AAAAMM.dat, el kardex completo es la cadena
      *          de archivos mensuales seguida de kardex.dat.  La
      *          operacion "A" recibe la fecha desde la que interesa
      *          el kardex y devuelve la foto mas reciente cuyo fin
      *          de mes es anterior a esa fecha (0 = ninguna): el que
      *          llama toma de ella el saldo y los acumulados de
      *          partida, y la lectura empieza en el mes siguiente a
      *          la foto en vez de en el primer apunte.  Sin foto
      *          anterior la lectura empieza en el archivo mensual
      *          mas antiguo.  "L" entrega el apunte siguiente
      *          pasando de un archivo al otro, con resultado "N" al
      *          terminar kardex.dat, y "C" cierra lo que quede
      *          abierto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LECTOR-KARDEX".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *FOTOS DE STOCK DE CIERRE DE MES, SOLO LECTURA
       SELECT fotos-stock
       ASSIGN TO "fotos-stock.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fsm-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-fotos.

      *KARDEX MENSUAL O VIVO SEGUN EL TRAMO QUE SE LEE
       SELECT kardex-tramo
       ASSIGN TO DYNAMIC nombre-kardex-tramo
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-tramo.

       DATA DIVISION.
       FILE SECTION.
      *FOTOS DE STOCK
       FD fotos-stock.
           COPY "FOTO-STOCK-MENSUAL.CPY".

      *KARDEX, MISMO LAYOUT EN TODOS LOS TRAMOS
       FD kardex-tramo.
       01  tramo-registro              PIC X(33).

       WORKING-STORAGE SECTION.
       77  estado-fotos                PIC X(02) VALUE "00".
       77  estado-tramo                PIC X(02) VALUE "00".
       77  nombre-kardex-tramo         PIC X(40) VALUE SPACES.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  periodo-hoy                 PIC 9(6) VALUE 0.
       77  periodo-busca               PIC 9(6) VALUE 0.
       77  meses-buscados              PIC 9(3) VALUE 0.
       77  foto-encontrada             PIC X VALUE "N".

      *    TRAMO EN LECTURA: UN MES ARCHIVADO O, CON PERIODO EN
      *    999999, EL KARDEX VIVO
       77  periodo-tramo               PIC 9(6) VALUE 0.
       77  tramo-abierto               PIC X VALUE "N".
       77  lectura-terminada           PIC X VALUE "S".
       77  apunte-listo                PIC X VALUE "N".

       LINKAGE SECTION.
       01  lec-operacion               PIC X.
           88  lec-abrir                   VALUE "A".
           88  lec-leer                    VALUE "L".
           88  lec-cerrar                  VALUE "C".
       01  lec-fecha-desde             PIC 9(8).
       01  lec-periodo-foto            PIC 9(6).
       01  lec-registro                PIC X(33).
       01  lec-resultado               PIC X.
           88  lec-correcto                VALUE "S".
           88  lec-fin                     VALUE "N".

       PROCEDURE DIVISION USING lec-operacion lec-fecha-desde
           lec-periodo-foto lec-registro lec-resultado.
       MAIN-PROCEDURE.
           SET lec-correcto TO TRUE.

           EVALUATE TRUE
               WHEN lec-abrir
                   PERFORM ABRIR-LECTURA
               WHEN lec-leer
                   PERFORM ENTREGAR-APUNTE
               WHEN lec-cerrar
                   PERFORM CERRAR-TRAMO
                   MOVE "S" TO lectura-terminada
               WHEN OTHER
                   DISPLAY "LECTOR-KARDEX operacion invalida: "
                       lec-operacion
                   SET lec-fin TO TRUE
           END-EVALUATE.

           GOBACK.

      *    LA FOTO BUSCADA ES LA DEL MES ANTERIOR AL DE LA FECHA
      *    DESDE (O LA DEL MES EN CURSO SI LA FECHA ES POSTERIOR), Y
      *    SI NO EXISTE SE RETROCEDE MES A MES HASTA DIEZ ANIOS
       ABRIR-LECTURA.
           PERFORM CERRAR-TRAMO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.
           MOVE fecha-hoy(1:6) TO periodo-hoy.
           MOVE 0 TO lec-periodo-foto.
           MOVE 0 TO periodo-tramo.
           MOVE "N" TO lectura-terminada.

           OPEN INPUT fotos-stock.
           IF estado-fotos NOT = "00"
               MOVE 999999 TO periodo-tramo
               PERFORM ABRIR-TRAMO
               EXIT PARAGRAPH
           END-IF.

           IF lec-fecha-desde = 0
               PERFORM BUSCAR-FOTO-MAS-ANTIGUA
               CLOSE fotos-stock
               PERFORM ABRIR-TRAMO
               EXIT PARAGRAPH
           END-IF.

           IF lec-fecha-desde(1:6) > periodo-hoy
               MOVE periodo-hoy TO periodo-busca
           ELSE
               MOVE lec-fecha-desde(1:6) TO periodo-busca
               PERFORM RETROCEDER-UN-MES
           END-IF.

           MOVE "N" TO foto-encontrada.
           MOVE 0 TO meses-buscados.
           PERFORM PROBAR-FOTO
           UNTIL foto-encontrada = "S" OR meses-buscados >= 120.

           IF foto-encontrada = "S"
               MOVE periodo-busca TO lec-periodo-foto
               MOVE periodo-busca TO periodo-tramo
               PERFORM AVANZAR-UN-MES
           ELSE
               PERFORM BUSCAR-FOTO-MAS-ANTIGUA
           END-IF.

           CLOSE fotos-stock.
           PERFORM ABRIR-TRAMO.

       PROBAR-FOTO.
           ADD 1 TO meses-buscados.
           MOVE periodo-busca TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   PERFORM RETROCEDER-UN-MES
                   EXIT PARAGRAPH
           END-START.
           READ fotos-stock NEXT RECORD
               AT END
                   PERFORM RETROCEDER-UN-MES
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo = periodo-busca
               MOVE "S" TO foto-encontrada
           ELSE
               PERFORM RETROCEDER-UN-MES
           END-IF.

      *    SIN FOTO ANTERIOR A LA FECHA SE LEE DESDE EL PRIMER MES
      *    ARCHIVADO, QUE ES EL DE LA FOTO MAS ANTIGUA
       BUSCAR-FOTO-MAS-ANTIGUA.
           MOVE 999999 TO periodo-tramo.
           MOVE LOW-VALUES TO fsm-clave.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ fotos-stock NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           MOVE fsm-periodo TO periodo-tramo.

       RETROCEDER-UN-MES.
           IF periodo-busca(5:2) = "01"
               SUBTRACT 89 FROM periodo-busca
           ELSE
               SUBTRACT 1 FROM periodo-busca
           END-IF.

       AVANZAR-UN-MES.
           IF periodo-tramo(5:2) = "12"
               ADD 89 TO periodo-tramo
           ELSE
               ADD 1 TO periodo-tramo
           END-IF.

      *    LOS MESES SIN ARCHIVO SE SALTAN; PASADO EL MES EN CURSO
      *    SE ABRE EL KARDEX VIVO
       ABRIR-TRAMO.
           MOVE "N" TO tramo-abierto.
           PERFORM PROBAR-TRAMO
           UNTIL tramo-abierto = "S" OR lectura-terminada = "S".

       PROBAR-TRAMO.
           IF periodo-tramo > periodo-hoy
               MOVE 999999 TO periodo-tramo
           END-IF.

           MOVE SPACES TO nombre-kardex-tramo.
           IF periodo-tramo = 999999
               MOVE "kardex.dat" TO nombre-kardex-tramo
           ELSE
               STRING "kardex-" periodo-tramo ".dat"
                   DELIMITED BY SIZE INTO nombre-kardex-tramo
           END-IF.

           OPEN INPUT kardex-tramo.
           IF estado-tramo = "00"
               MOVE "S" TO tramo-abierto
               EXIT PARAGRAPH
           END-IF.

           IF periodo-tramo = 999999
               MOVE "S" TO lectura-terminada
           ELSE
               PERFORM AVANZAR-UN-MES
           END-IF.

       ENTREGAR-APUNTE.
           MOVE "N" TO apunte-listo.
           PERFORM LEER-TRAMO
           UNTIL apunte-listo = "S" OR lectura-terminada = "S".

           IF apunte-listo = "N"
               SET lec-fin TO TRUE
           END-IF.

       LEER-TRAMO.
           IF tramo-abierto = "N"
               MOVE "S" TO lectura-terminada
               EXIT PARAGRAPH
           END-IF.

           READ kardex-tramo
               AT END
                   PERFORM PASAR-AL-TRAMO-SIGUIENTE
               NOT AT END
                   MOVE tramo-registro TO lec-registro
                   MOVE "S" TO apunte-listo
           END-READ.

       PASAR-AL-TRAMO-SIGUIENTE.
           PERFORM CERRAR-TRAMO.
           IF periodo-tramo = 999999
               MOVE "S" TO lectura-terminada
               EXIT PARAGRAPH
           END-IF.

           PERFORM AVANZAR-UN-MES.
           PERFORM ABRIR-TRAMO.

       CERRAR-TRAMO.
           IF tramo-abierto = "S"
               CLOSE kardex-tramo
               MOVE "N" TO tramo-abierto
           END-IF.

       END PROGRAM "LECTOR-KARDEX".
