      *          quedarian fuera de su banda, y solo con la
      *          aprobacion del supervisor firmado regraba los
      *          salarios y deja cada cambio en
      *          salarios-historia.dat con la fecha efectiva.  La
      *          propuesta impresa por un operador sin perfil de
      *          supervisor lleva los salarios en asteriscos
      *          (subrutina ENMASCARAR-DATO); la del supervisor sale
      *          completa y deja en eventos.log quien la imprimio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  dp-despues              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-marca                PIC X(12).
      *    VISTA PARA OCULTAR LOS IMPORTES AL OPERADOR
       01  detalle-propuesta-oculta REDEFINES detalle-propuesta.
           05  FILLER                  PIC X(26).
           05  dpo-antes               PIC X(10).
           05  FILLER                  PIC X(10).
           05  dpo-despues             PIC X(10).
           05  FILLER                  PIC X(14).

      *    CAMPOS PARA LA SUBRUTINA DE ENMASCARADO
       77  md-operacion                PIC X VALUE "T".
       77  md-dato                     PIC X(40) VALUE SPACES.
       77  md-mascara                  PIC X(40) VALUE SPACES.

      *    CAMPOS PARA EL REGISTRO DE EVENTOS
       77  evento-programa             PIC X(30)
                                       VALUE "REVISION_SALARIAL".
       77  evento-parrafo              PIC X(30) VALUE SPACES.
       77  evento-estado               PIC X(2) VALUE SPACES.
       77  evento-clave                PIC X(10) VALUE SPACES.
       77  evento-texto                PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

           PERFORM CERRAR-SPOOL-PROPUESTA.

           IF perfil-firmado = "S"
           AND total-prop > 0
               PERFORM REGISTRAR-IMPRESION-COMPLETA
           END-IF.

           IF total-prop = 0
               DISPLAY "Nadie en la poblacion elegida"
               EXIT PARAGRAPH
           MOVE nomina-salario-base TO dp-antes.
           MOVE salario-propuesto TO dp-despues.
           MOVE marca-banda TO dp-marca.
           IF perfil-firmado NOT = "S"
               PERFORM OCULTAR-IMPORTES-PROPUESTA
           END-IF.
           MOVE detalle-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       OCULTAR-IMPORTES-PROPUESTA.
           MOVE "T" TO md-operacion.
           MOVE dpo-antes TO md-dato.
           CALL "ENMASCARAR-DATO" USING md-operacion md-dato
               md-mascara.
           MOVE md-mascara(1:10) TO dpo-antes.
           MOVE dpo-despues TO md-dato.
           CALL "ENMASCARAR-DATO" USING md-operacion md-dato
               md-mascara.
           MOVE md-mascara(1:10) TO dpo-despues.

      *    LA PROPUESTA COMPLETA LLEVA SALARIOS: QUEDA CONSTANCIA DE
      *    QUIEN LA IMPRIMIO; EL MOMENTO LO PONE REGISTRO-EVENTOS
       REGISTRAR-IMPRESION-COMPLETA.
           MOVE "CORRER-REVISION" TO evento-parrafo.
           MOVE SPACES TO evento-estado.
           MOVE usuario-firmado TO evento-clave.
           MOVE SPACES TO evento-texto.
           IF grado-poblacion = SPACES
               MOVE "IMPRESO SIN MASCARA, TODOS LOS GRADOS"
                   TO evento-texto
           ELSE
               STRING "IMPRESO SIN MASCARA, GRADO " grado-poblacion
                   DELIMITED BY SIZE INTO evento-texto
           END-IF.
           CALL "REGISTRO-EVENTOS" USING evento-programa
               evento-parrafo evento-estado evento-clave
               evento-texto.

       MARCAR-CONTRA-BANDA.
           MOVE SPACES TO marca-banda.

