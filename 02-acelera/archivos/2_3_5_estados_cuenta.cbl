      *          reimprimirse individualmente, y la corrida deja
      *          ademas una linea de resumen por cliente en
      *          estados-cuenta-resumen.rpt para cuadrar los totales
      *          contra la antiguedad de cartera.  Los apuntes que
      *          el archivo anual de ventas paso a cartera-hAAAA.dat
      *          se leen de ese historico, antes que el libro vivo,
      *          cuando el periodo pedido cae en o antes del anio de
      *          corte; los historicos de cortes anteriores al anio
      *          del periodo no se leen porque sus cargos y pagos se
      *          saldan entre si y no mueven el saldo inicial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *HISTORICO DE CARTERA DEL ARCHIVO ANUAL, SOLO LECTURA
       SELECT cartera-historico
       ASSIGN TO DYNAMIC nombre-cartera-hist
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera-hist.

      *CONTROL DEL ARCHIVO DE VENTAS, SOLO LECTURA
       SELECT control-archivo
       ASSIGN TO "archivo-ventas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *HISTORICO DE CARTERA, MISMO LAYOUT QUE EL VIVO
       FD cartera-historico.
       01  cartera-hist-registro       PIC X(42).

      *CONTROL DEL ARCHIVO DE VENTAS
       FD control-archivo.
           COPY "ARCHIVO-VENTAS-CONTROL.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".
       77  cargos-del-mes              PIC 9(8)V99 VALUE 0.
       77  pagos-del-mes               PIC 9(8)V99 VALUE 0.
       77  hay-movimiento-mes          PIC X VALUE "N".
       77  estado-cartera-hist         PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  nombre-cartera-hist         PIC X(40) VALUE SPACES.
       77  leyendo-control             PIC X VALUE "S".
       77  leyendo-historico           PIC X VALUE "S".
       77  anio-cargado                PIC 9(4) VALUE 0.
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  total-historicos            PIC 9(6) VALUE 0.

      *    LIBRO COMPLETO EN MEMORIA, COMO EN LA ANTIGUEDAD
       77  total-apuntes               PIC 9(4) VALUE 0.
           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CARGAR-CARTERA-HISTORICA.

           PERFORM CARGAR-CARTERA
           UNTIL si-no = "N".

           UNTIL ix-cli >= total-cli.

           DISPLAY "Movimientos de cartera leidos: " total-movimientos.
           IF total-historicos > 0
               DISPLAY "  de ellos de los historicos: "
                   total-historicos
           END-IF.
           DISPLAY "Estados de cuenta emitidos...: " total-estados.
           DISPLAY "Resumen en estados-cuenta-resumen.rpt".
           PERFORM FINALIZA-PROGRAMA.
                   END-IF
           END-READ.

      *    CADA CORTE DEL ARCHIVO DE VENTAS EN O DESPUES DEL ANIO
      *    DEL PERIODO APORTA SUS APUNTES HASTA EL FIN DEL PERIODO;
      *    UN CORTE REANUDADO TIENE VARIOS REGISTROS SEGUIDOS Y SU
      *    HISTORICO SE CARGA UNA SOLA VEZ
       CARGAR-CARTERA-HISTORICA.
           MOVE periodo-pedido(1:4) TO anio-pedido.
           MOVE 0 TO anio-cargado.
           OPEN INPUT control-archivo.
           IF estado-control NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-control.
           PERFORM LEER-CORTE-HISTORICO
           UNTIL leyendo-control = "N".
           CLOSE control-archivo.

       LEER-CORTE-HISTORICO.
           READ control-archivo
               AT END
                   MOVE "N" TO leyendo-control
               NOT AT END
                   IF avc-anio-corte >= anio-pedido
                   AND avc-anio-corte NOT = anio-cargado
                       MOVE avc-anio-corte TO anio-cargado
                       PERFORM CARGAR-UN-HISTORICO
                   END-IF
           END-READ.

       CARGAR-UN-HISTORICO.
           MOVE SPACES TO nombre-cartera-hist.
           STRING "cartera-h" avc-anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-cartera-hist.
           OPEN INPUT cartera-historico.
           IF estado-cartera-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-cartera-hist
                   ", estado: " estado-cartera-hist
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-historico.
           PERFORM LEER-APUNTE-HISTORICO
           UNTIL leyendo-historico = "N".
           CLOSE cartera-historico.

       LEER-APUNTE-HISTORICO.
           READ cartera-historico INTO cartera-registro
               AT END
                   MOVE "N" TO leyendo-historico
               NOT AT END
                   MOVE cart-fecha(1:6) TO periodo-apunte
                   IF periodo-apunte <= periodo-pedido
                       ADD 1 TO total-movimientos
                       ADD 1 TO total-historicos
                       PERFORM GUARDAR-APUNTE
                   END-IF
           END-READ.

       GUARDAR-APUNTE.
           IF total-apuntes >= 2000
               DISPLAY "Tabla de apuntes desbordada, apunte sin "
