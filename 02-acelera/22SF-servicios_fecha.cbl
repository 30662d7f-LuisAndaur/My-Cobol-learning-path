      *            F = fecha de vencimiento: fecha-1 mas fecha-2
      *                dias naturales, corrida al siguiente dia
      *                habil si cae en fin de semana o feriado
      *            L = plazo en dias habiles: fecha-1 mas fecha-2
      *                dias habiles (sin contar fecha-1)
      *            M = fecha-1 mas fecha-2 meses; si el dia no
      *                existe en el mes de llegada queda en el
      *                ultimo dia de ese mes (fin de garantias)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  dias-enteros            PIC S9(8) VALUE 0.
       77  cociente-semana         PIC 9(8) VALUE 0.
       77  habil-trabajo           PIC X VALUE "S".
       77  dias-habiles-pendientes PIC 9(8) VALUE 0.
       77  meses-totales           PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  sf-operacion            PIC X.
           88  sf-op-semana            VALUE "S".
           88  sf-op-habil             VALUE "H".
           88  sf-op-vencimiento       VALUE "F".
           88  sf-op-plazo-habil       VALUE "L".
           88  sf-op-sumar-meses       VALUE "M".
       01  sf-fecha-1              PIC 9(8).
       01  sf-fecha-2              PIC 9(8).
       01  sf-resultado-num        PIC S9(8).
                   PERFORM EVALUAR-DIA-HABIL
               WHEN sf-op-vencimiento
                   PERFORM CALCULAR-VENCIMIENTO
               WHEN sf-op-plazo-habil
                   PERFORM CALCULAR-PLAZO-HABIL
               WHEN sf-op-sumar-meses
                   PERFORM SUMAR-MESES
               WHEN OTHER
                   DISPLAY "SERVICIOS-FECHA operacion invalida: "
                       sf-operacion
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           PERFORM EVALUAR-HABIL-TRABAJO.

      *    EL PLAZO EN DIAS HABILES CUENTA SOLO LOS DIAS QUE NO SON
      *    FIN DE SEMANA NI FERIADO, EMPEZANDO EL DIA SIGUIENTE A
      *    fecha-1; CON PLAZO CERO DEVUELVE LA PROPIA fecha-1.
       CALCULAR-PLAZO-HABIL.
           MOVE sf-fecha-1 TO fecha-trabajo.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(sf-fecha-1).
           MOVE sf-fecha-2 TO dias-habiles-pendientes.

           PERFORM AVANZAR-DIA-HABIL
           UNTIL dias-habiles-pendientes = 0.

           MOVE fecha-trabajo TO sf-resultado-num.

       AVANZAR-DIA-HABIL.
           MOVE "N" TO habil-trabajo.
           PERFORM PROBAR-SIGUIENTE-DIA
           UNTIL habil-trabajo = "S".

           SUBTRACT 1 FROM dias-habiles-pendientes.

       BUSCAR-EN-FERIADOS.
           OPEN INPUT feriados-archivo.
           IF estado-feriados = "35"
                   END-IF
           END-READ.

      *    LOS MESES SE SUMAN SOBRE ANIO Y MES; EL 31 DE ENERO MAS
      *    UN MES ES EL ULTIMO DIA DE FEBRERO, NO EL 3 DE MARZO.
       SUMAR-MESES.
           MOVE sf-fecha-1 TO fecha-desglose.
           COMPUTE meses-totales =
               fd-anio * 12 + fd-mes - 1 + sf-fecha-2.
           DIVIDE meses-totales BY 12 GIVING fd-anio
               REMAINDER fd-mes.
           ADD 1 TO fd-mes.

           PERFORM OBTENER-DIAS-DEL-MES.
           IF fd-dia > dias-del-mes
               MOVE dias-del-mes TO fd-dia
           END-IF.

           MOVE fecha-desglose TO fecha-trabajo.
           MOVE fecha-trabajo TO sf-resultado-num.

       END PROGRAM "SERVICIOS-FECHA".
