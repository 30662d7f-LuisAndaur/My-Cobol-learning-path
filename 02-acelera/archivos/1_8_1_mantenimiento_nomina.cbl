      *          alta, consulta y modificacion de salario, grado,
      *          datos bancarios y deducciones por empleado.  Solo se
      *          admite alta de nomina para empleados existentes y
      *          activos en empleados-i.dat.  Tambien se cargan las
      *          pagas extraordinarias del convenio (cuantas y si se
      *          prorratean) y la fecha de incorporacion a nomina,
      *          que recorta el devengo de la paga extra.  Al
      *          operador sin perfil de supervisor la consulta le
      *          muestra el salario y la tarifa de horas extra en
      *          asteriscos y de la cuenta bancaria solo los cuatro
      *          ultimos digitos (subrutina ENMASCARAR-DATO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  estado-historia             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  salario-anterior            PIC 9(6)V99 VALUE 0.
       77  pagas-capturadas            PIC X VALUE SPACE.
       77  prorrateo-capturado         PIC X VALUE SPACE.

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE ENMASCARADO
       77  md-operacion                PIC X VALUE SPACE.
       77  md-dato                     PIC X(40) VALUE SPACES.
       77  md-mascara                  PIC X(40) VALUE SPACES.
       77  importe-edicion             PIC ZZZ.ZZ9,99.

      *    CAMPOS PARA LA SUBRUTINA DE BLOQUEO DE REGISTROS
       77  bl-operacion                PIC X VALUE SPACE.
       77  bl-archivo                  PIC X(12) VALUE "NOMINA".
           MOVE 0 TO ix-ded.
           PERFORM OBTENER-DEDUCCION 3 TIMES.

           MOVE SPACE TO pagas-capturadas.
           PERFORM OBTENER-PAGAS-EXTRA
           UNTIL pagas-capturadas = "S".

           MOVE "N" TO sf-resultado.
           PERFORM OBTENER-FECHA-ALTA
           UNTIL sf-resultado = "S".

      *    CON UNA PAGA SE COBRA EN DICIEMBRE; CON DOS, EN JUNIO Y
      *    DICIEMBRE.  PRORRATEADAS SE COBRAN POR DOCEAVAS CADA MES.
       OBTENER-PAGAS-EXTRA.
           DISPLAY "Pagas extraordinarias (0, 1 o 2): ".
           ACCEPT nomina-pagas-extra.
           IF nomina-pagas-extra > 2
               DISPLAY "Numero de pagas invalido: "
                   nomina-pagas-extra
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO pagas-capturadas.
           MOVE "N" TO nomina-extra-prorrateo.
           IF nomina-pagas-extra = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Prorratear las pagas cada mes (S/N): ".
           ACCEPT prorrateo-capturado.
           MOVE FUNCTION UPPER-CASE(prorrateo-capturado)
               TO prorrateo-capturado.
           IF prorrateo-capturado = "S"
               MOVE "S" TO nomina-extra-prorrateo
           END-IF.

       OBTENER-FECHA-ALTA.
           DISPLAY "Fecha de incorporacion a nomina (AAAAMMDD, "
               "0 = anterior al devengo): ".
           ACCEPT nomina-fecha-alta.
           IF nomina-fecha-alta = 0
               MOVE "S" TO sf-resultado
               EXIT PARAGRAPH
           END-IF.

           MOVE "V" TO sf-operacion.
           MOVE nomina-fecha-alta TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado NOT = "S"
               DISPLAY "Fecha invalida: " nomina-fecha-alta
           END-IF.

       OBTENER-DEDUCCION.
           ADD 1 TO ix-ded.
           DISPLAY "Codigo de deduccion " ix-ded

       MOSTRAR-NOMINA.
           DISPLAY "EMPLEADO..: " nomina-empleados-id.
           IF perfil-firmado = "S"
               DISPLAY "SALARIO...: " nomina-salario-base
           ELSE
               MOVE nomina-salario-base TO importe-edicion
               MOVE "T" TO md-operacion
               PERFORM ENMASCARAR-IMPORTE
               DISPLAY "SALARIO...: " md-mascara(1:10)
           END-IF.
           DISPLAY "GRADO.....: " nomina-grado.
           DISPLAY "BANCO.....: " nomina-banco.
           IF perfil-firmado = "S"
               DISPLAY "CUENTA....: " nomina-cuenta
               DISPLAY "HORA EXTRA: " nomina-tarifa-extra
           ELSE
               MOVE "C" TO md-operacion
               MOVE nomina-cuenta TO md-dato
               CALL "ENMASCARAR-DATO" USING md-operacion md-dato
                   md-mascara
               DISPLAY "CUENTA....: " md-mascara(1:20)
               MOVE nomina-tarifa-extra TO importe-edicion
               MOVE "T" TO md-operacion
               PERFORM ENMASCARAR-IMPORTE
               DISPLAY "HORA EXTRA: " md-mascara(1:10)
           END-IF.
           DISPLAY "PAGAS EXT.: " nomina-pagas-extra
               " PRORRATEO " nomina-extra-prorrateo.
           DISPLAY "ALTA NOMIN: " nomina-fecha-alta.

           MOVE 0 TO ix-ded.
           PERFORM MOSTRAR-DEDUCCION 3 TIMES.

       ENMASCARAR-IMPORTE.
           MOVE importe-edicion TO md-dato.
           CALL "ENMASCARAR-DATO" USING md-operacion md-dato
               md-mascara.

       MOSTRAR-DEDUCCION.
           ADD 1 TO ix-ded.
           IF nomina-ded-codigo(ix-ded) NOT = SPACES
