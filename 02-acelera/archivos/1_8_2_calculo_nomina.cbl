      *          nomina-banco.dat.  No se paga a ningun empleado cuyo
      *          estado no sea activo ni a quien no tenga nomina dada
      *          de alta; ambos casos quedan contados y listados.
      *          En junio y diciembre paga ademas la paga
      *          extraordinaria del convenio, devengada en el
      *          semestre (o en el anio con una sola paga) y
      *          recortada por la incorporacion a nomina y por los
      *          dias de permiso sin sueldo de asistencia.dat; a
      *          quien la tiene prorrateada le paga cada mes la
      *          doceava parte de cada paga.  La paga extra sufre
      *          las mismas deducciones, sale en su propia linea del
      *          recibo y suma en los acumulados del ejercicio.
      *          Cada empleado pagado deja su mes en
      *          nomina-historico.dat; un cambio de salario de
      *          salarios-historia.dat con fecha efectiva en un mes
      *          ya pagado se liquida en la corrida siguiente como
      *          atrasos: la diferencia de cada mes pagado con el
      *          salario viejo (sueldo, faltas, horas extra y paga
      *          extra o prorrata de ese mes) se suma al bruto con
      *          sus deducciones y sale mes a mes en el recibo.
      *          Quien ya tiene liquidado su finiquito en
      *          finiquitos.dat con baja en el mes de la corrida o
      *          antes no se paga aunque su baja siga pendiente de
      *          aprobar.  El bruto y cada deduccion se suman en los
      *          acumulados tambien en la casilla del mes de la
      *          corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-gastos.

      *HISTORICO DE NOMINA PAGADA POR EMPLEADO Y MES
       SELECT historico-archivo
       ASSIGN TO "nomina-historico.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nh-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-historico.

      *FINIQUITOS LIQUIDADOS, SOLO LECTURA
       SELECT finiquitos-archivo
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fin-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-finiquitos.

      *HISTORIAL DE CAMBIOS DE SALARIO, SOLO LECTURA
       SELECT salarios-historia
       ASSIGN TO "salarios-historia.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-salarios.

      *COLA DE PAGOS A REEMITIR POR RECHAZO DEL BANCO
       SELECT reemision-archivo
       ASSIGN TO "pagos-reemision.dat"
       FD gastos-archivo.
           COPY "GASTO-REGISTRO.CPY".

      *HISTORICO DE NOMINA PAGADA
       FD historico-archivo.
           COPY "NOMINA-HISTORICO.CPY".

      *FINIQUITOS LIQUIDADOS
       FD finiquitos-archivo.
           COPY "FINIQUITO-REGISTRO.CPY".

      *HISTORIAL DE CAMBIOS DE SALARIO
       FD salarios-historia.
           COPY "SALARIO-HISTORIA.CPY".

      *COLA DE PAGOS A REEMITIR
       FD reemision-archivo.
       01  reemision-linea.
       77  total-pagados               PIC 9(6) VALUE 0.
       77  total-no-activos            PIC 9(6) VALUE 0.
       77  total-sin-nomina            PIC 9(6) VALUE 0.
       77  total-con-finiquito         PIC 9(6) VALUE 0.
       77  estado-finiquitos           PIC X(02) VALUE "00".
       77  hay-finiquitos              PIC X VALUE "N".
       77  finiquito-liquidado         PIC X VALUE "N".
       77  suma-neto-corrida           PIC 9(9)V99 VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
           05  hs-minuto               PIC 99.

       77  total-asi                   PIC 9(3) VALUE 0.
       77  total-fichajes-mes          PIC 9(6) VALUE 0.
       01  tabla-asistencia.
           05  entrada-asi OCCURS 200 TIMES.
               10  tas-empleados-id    PIC X(7).
               10  tas-minutos-extra   PIC 9(6).
               10  tas-dias-cubiertos  PIC 9(2).
               10  tas-sin-sueldo-sem  PIC 9(3).
               10  tas-sin-sueldo-anio PIC 9(3).

      *    PAGA EXTRAORDINARIA: EL DEVENGO DE LA DE JUNIO VA DE
      *    ENERO A JUNIO Y EL DE LA DE DICIEMBRE DE JULIO A
      *    DICIEMBRE; CON UNA SOLA PAGA SE COBRA EN DICIEMBRE Y
      *    DEVENGA EL ANIO ENTERO.  FUERA DE ESOS MESES NO HAY
      *    DEVENGO (DESDE EN CERO) Y SOLO CORRE LA PRORRATA
       77  mes-corrida                 PIC 99 VALUE 0.
       77  devengo-desde               PIC 9(8) VALUE 0.
       77  devengo-hasta               PIC 9(8) VALUE 0.
       77  devengo-anual-desde         PIC 9(8) VALUE 0.
       77  inicio-devengo-emp          PIC 9(8) VALUE 0.
       77  dias-periodo-devengo        PIC 9(3) VALUE 0.
       77  dias-devengados             PIC S9(4) VALUE 0.
       77  sin-sueldo-sem-emp          PIC 9(3) VALUE 0.
       77  sin-sueldo-anio-emp         PIC 9(3) VALUE 0.
       77  dias-sin-sueldo-emp         PIC 9(3) VALUE 0.
       77  importe-paga-extra          PIC 9(6)V99 VALUE 0.
       77  importe-prorrata            PIC 9(6)V99 VALUE 0.
       77  total-pagas-extra           PIC 9(6) VALUE 0.
       77  total-prorratas             PIC 9(6) VALUE 0.

       01  recibo-paga-extra.
           05  FILLER                  PIC X(11) VALUE "PAGA EXTR: ".
           05  rpx-importe             PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(10) VALUE "  DEVENGO ".
           05  rpx-dias                PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE " / ".
           05  rpx-periodo             PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE " DIAS".

       01  recibo-prorrata.
           05  FILLER                  PIC X(11) VALUE "PRORRATA.: ".
           05  rpp-importe             PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE " (".
           05  rpp-pagas               PIC 9.
           05  FILLER                  PIC X(13)
               VALUE " PAGAS / 12)".

      *    ATRASOS POR CAMBIOS DE SALARIO RETROACTIVOS: LOS CAMBIOS
      *    CON FECHA EFECTIVA ANTERIOR AL MES DE LA CORRIDA, Y LA
      *    DIFERENCIA DE CADA MES PAGADO CON EL SALARIO VIEJO.  UN
      *    CAMBIO EFECTIVO EN CUALQUIER DIA DEL MES RIGE EL MES
      *    ENTERO; LAS BAJADAS NO SE DESCUENTAN HACIA ATRAS
       77  estado-historico            PIC X(02) VALUE "00".
       77  estado-salarios             PIC X(02) VALUE "00".
       77  leyendo-salarios            PIC X VALUE "S".
       77  leyendo-historico           PIC X VALUE "S".
       77  historico-nuevo             PIC X VALUE "N".
       77  total-cambios               PIC 9(4) VALUE 0.
       77  ix-cam                      PIC 9(4) VALUE 0.
       01  tabla-cambios.
           05  entrada-cam OCCURS 1000 TIMES.
               10  tcs-empleados-id    PIC X(7).
               10  tcs-fecha-efectiva  PIC 9(8).
               10  tcs-salario-nuevo   PIC 9(6)V99.

       77  primer-mes-cambio           PIC 9(6) VALUE 0.
       77  fecha-cambio-vigente        PIC 9(8) VALUE 0.
       77  salario-vigente-mes         PIC 9(6)V99 VALUE 0.
       77  diferencia-salario          PIC 9(6)V99 VALUE 0.
       77  diferencia-tarifa           PIC 9(3)V99 VALUE 0.
       77  importe-atraso-mes          PIC S9(7)V99 VALUE 0.
       77  total-atrasos-emp           PIC 9(6)V99 VALUE 0.
       77  total-con-atrasos           PIC 9(6) VALUE 0.
       77  total-meses-atraso          PIC 9(2) VALUE 0.
       77  ix-atr                      PIC 9(2) VALUE 0.
       01  tabla-atrasos.
           05  entrada-atr OCCURS 36 TIMES.
               10  tat-periodo         PIC 9(6).
               10  tat-importe         PIC 9(6)V99.

       01  recibo-atraso.
           05  FILLER                  PIC X(11) VALUE "ATRASOS..: ".
           05  rat-periodo             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  rat-importe             PIC ZZZ.ZZ9,99.

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:6) TO periodo-nomina.
           MOVE fecha-sistema(1:4) TO anio-corrida.
           MOVE fecha-sistema(5:2) TO mes-corrida.
           PERFORM FIJAR-DEVENGO-EXTRA.

      *    CON EL PERIODO CONTABLE CERRADO NO HAY CORRIDA: UNA
      *    NOMINA FECHADA EN MES CERRADO CAMBIA TOTALES REPORTADOS.
           PERFORM CARGAR-ASISTENCIA.

           PERFORM CARGAR-COLA-REEMISION.
           PERFORM CARGAR-CAMBIOS-SALARIO.

           PERFORM LEER-EMPLEADOS
           UNTIL si-no = "N".
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       FIJAR-DEVENGO-EXTRA.
           MOVE 0 TO devengo-desde devengo-hasta.
           COMPUTE devengo-anual-desde = anio-corrida * 10000 + 101.

           EVALUATE mes-corrida
               WHEN 6
                   COMPUTE devengo-desde =
                       anio-corrida * 10000 + 101
                   COMPUTE devengo-hasta =
                       anio-corrida * 10000 + 630
               WHEN 12
                   COMPUTE devengo-desde =
                       anio-corrida * 10000 + 701
                   COMPUTE devengo-hasta =
                       anio-corrida * 10000 + 1231
           END-EVALUATE.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               MOVE "N" TO hay-gastos
           END-IF.

           OPEN INPUT finiquitos-archivo.
           IF estado-finiquitos = "00"
               MOVE "S" TO hay-finiquitos
           END-IF.

           OPEN I-O historico-archivo.
           IF estado-historico = "35"
               OPEN OUTPUT historico-archivo
               CLOSE historico-archivo
               OPEN I-O historico-archivo
           END-IF.
           IF estado-historico NOT = "00"
               DISPLAY "No se pudo abrir nomina-historico.dat, "
                   "estado: " estado-historico
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN I-O acumulados-archivo.
           IF estado-acumulados = "35"
               OPEN OUTPUT acumulados-archivo
               CLOSE prestamos-archivo
           END-IF.
           CLOSE acumulados-archivo.
           CLOSE historico-archivo.
           IF hay-finiquitos = "S"
               CLOSE finiquitos-archivo
           END-IF.
           IF hay-gastos = "S"
               CLOSE gastos-archivo
           END-IF.
                   IF asis-fecha(1:6) = periodo-nomina
                       PERFORM ACUMULAR-FICHAJE-EMPLEADO
                   END-IF
                   IF asis-sin-sueldo
                   AND devengo-desde > 0
                   AND asis-fecha(1:4) = anio-corrida
                       PERFORM ACUMULAR-SIN-SUELDO
                   END-IF
           END-READ.

      *    TODO DIA ANOTADO CUBRE EL CALENDARIO (LA AUSENCIA
      *    JUSTIFICADA TAMBIEN) SALVO EL PERMISO SIN SUELDO, QUE SE
      *    DESCUENTA COMO FALTA; SOLO LA PRESENCIA FICHADA GENERA
      *    MINUTOS EXTRA SOBRE LAS 8 HORAS.
       ACUMULAR-FICHAJE-EMPLEADO.
           MOVE 0 TO minutos-dia.
           ADD 1 TO total-fichajes-mes.

           IF asis-presencia
               MOVE asis-hora-entrada TO hora-entrada-desglose
                   - (he-hora * 60 + he-minuto)
           END-IF.

           PERFORM UBICAR-ENTRADA-ASISTENCIA.
           IF ix-asi = 0
               EXIT PARAGRAPH
           END-IF.

           IF NOT asis-sin-sueldo
               ADD 1 TO tas-dias-cubiertos(ix-asi)
           END-IF.
           IF minutos-dia > 480
               COMPUTE minutos-dia = minutos-dia - 480
               ADD minutos-dia TO tas-minutos-extra(ix-asi)
           END-IF.

      *    LOS DIAS DE PERMISO SIN SUELDO DEL ANIO NO DEVENGAN PAGA
      *    EXTRA: SE CUENTAN LOS DEL SEMESTRE Y LOS DEL ANIO ENTERO
      *    (ESTOS PARA QUIEN TIENE UNA SOLA PAGA).
       ACUMULAR-SIN-SUELDO.
           PERFORM UBICAR-ENTRADA-ASISTENCIA.
           IF ix-asi = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO tas-sin-sueldo-anio(ix-asi).
           IF asis-fecha >= devengo-desde
           AND asis-fecha <= devengo-hasta
               ADD 1 TO tas-sin-sueldo-sem(ix-asi)
           END-IF.

      *    DEJA EN ix-asi LA ENTRADA DEL EMPLEADO DEL FICHAJE,
      *    DANDOLA DE ALTA SI NO ESTABA; CERO SI LA TABLA ESTA LLENA
       UBICAR-ENTRADA-ASISTENCIA.
           MOVE "N" TO asi-ubicado.
           MOVE 0 TO ix-asi.
           PERFORM UBICAR-EMPLEADO-ASISTENCIA
               IF total-asi >= 200
                   DISPLAY "Tabla de asistencia desbordada: "
                       asis-empleados-id
                   MOVE 0 TO ix-asi
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-asi
                   TO tas-empleados-id(total-asi)
               MOVE 0 TO tas-minutos-extra(total-asi)
               MOVE 0 TO tas-dias-cubiertos(total-asi)
               MOVE 0 TO tas-sin-sueldo-sem(total-asi)
               MOVE 0 TO tas-sin-sueldo-anio(total-asi)
               MOVE total-asi TO ix-asi
           END-IF.

       UBICAR-EMPLEADO-ASISTENCIA.
           ADD 1 TO ix-asi.
           IF tas-empleados-id(ix-asi) = asis-empleados-id
                       DISPLAY "Empleado activo sin nomina: "
                           empleados-id
                   NOT INVALID KEY
                       PERFORM VERIFICAR-FINIQUITO
                       IF finiquito-liquidado = "S"
                           ADD 1 TO total-con-finiquito
                           DISPLAY "Empleado con finiquito liquidado, "
                               "no se paga: " empleados-id
                       ELSE
                           PERFORM CALCULAR-Y-PAGAR
                       END-IF
               END-READ
           END-IF.

      *    EL FINIQUITO YA PAGO EL MES DE LA BAJA HASTA SU ULTIMO
      *    DIA: NI ESE MES NI LOS POSTERIORES SE PAGAN MIENTRAS LA
      *    BAJA ESPERA SU APROBACION.
       VERIFICAR-FINIQUITO.
           MOVE "N" TO finiquito-liquidado.
           IF hay-finiquitos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE empleados-id TO fin-empleados-id.
           READ finiquitos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF fin-fecha-baja(1:6) NOT > periodo-nomina
               MOVE "S" TO finiquito-liquidado
           END-IF.

       CALCULAR-Y-PAGAR.
           MOVE nomina-salario-base TO salario-bruto.
           MOVE 0 TO total-deducciones.
           END-IF.
           SUBTRACT importe-falta FROM salario-bruto.

           PERFORM CALCULAR-PAGA-EXTRA.
           ADD importe-paga-extra TO salario-bruto.
           ADD importe-prorrata TO salario-bruto.

           PERFORM CALCULAR-ATRASOS.
           ADD total-atrasos-emp TO salario-bruto.

           PERFORM LEER-ACUMULADO-EMPLEADO.

           PERFORM IMPRIMIR-CABECERA-RECIBO.
               WRITE linea-recibo FROM recibo-falta
           END-IF.

           IF importe-paga-extra > 0
               MOVE importe-paga-extra TO rpx-importe
               MOVE dias-devengados TO rpx-dias
               MOVE dias-periodo-devengo TO rpx-periodo
               WRITE linea-recibo FROM recibo-paga-extra
               ADD 1 TO total-pagas-extra
           END-IF.

           IF importe-prorrata > 0
               MOVE importe-prorrata TO rpp-importe
               MOVE nomina-pagas-extra TO rpp-pagas
               WRITE linea-recibo FROM recibo-prorrata
               ADD 1 TO total-prorratas
           END-IF.

           MOVE 0 TO ix-atr.
           PERFORM IMPRIMIR-ATRASO
           UNTIL ix-atr >= total-meses-atraso.

           MOVE 0 TO ix-ded.
           PERFORM APLICAR-DEDUCCION 3 TIMES.

           WRITE linea-recibo FROM recibo-neto.

           PERFORM GRABAR-ACUMULADO-EMPLEADO.
           PERFORM GRABAR-HISTORICO-MES.
           WRITE linea-recibo FROM SPACES.

           PERFORM GRABAR-PAGO-BANCO.
           MOVE 0 TO dias-falta.
           MOVE 0 TO minutos-extra-emp.
           MOVE 0 TO dias-cubiertos-emp.
           MOVE 0 TO sin-sueldo-sem-emp.
           MOVE 0 TO sin-sueldo-anio-emp.

           MOVE 0 TO ix-asi.
           PERFORM PROBAR-ASISTENCIA-EMPLEADO
           UNTIL ix-asi >= total-asi.

           IF total-fichajes-mes = 0 OR dias-estandar = 0
               EXIT PARAGRAPH
           END-IF.

           IF nomina-tarifa-extra > 0
           AND minutos-extra-emp > 0
               COMPUTE horas-extra-calc ROUNDED =
                   TO minutos-extra-emp
               MOVE tas-dias-cubiertos(ix-asi)
                   TO dias-cubiertos-emp
               MOVE tas-sin-sueldo-sem(ix-asi)
                   TO sin-sueldo-sem-emp
               MOVE tas-sin-sueldo-anio(ix-asi)
                   TO sin-sueldo-anio-emp
               MOVE total-asi TO ix-asi
           END-IF.

      *    LA PAGA EXTRA EN SU MES ES EL SALARIO BASE POR LOS DIAS
      *    DEVENGADOS SOBRE LOS DIAS DEL PERIODO DE DEVENGO: EL
      *    DEVENGO ARRANCA EN LA INCORPORACION A NOMINA SI ES
      *    POSTERIOR Y PIERDE LOS DIAS DE PERMISO SIN SUELDO.  LA
      *    PRORRATEADA NO TIENE MES: CADA CORRIDA PAGA LA DOCEAVA
      *    PARTE DE CADA PAGA.
       CALCULAR-PAGA-EXTRA.
           MOVE 0 TO importe-paga-extra.
           MOVE 0 TO importe-prorrata.
           MOVE 0 TO dias-devengados.
           MOVE 0 TO dias-periodo-devengo.

           IF nomina-pagas-extra = 0
               EXIT PARAGRAPH
           END-IF.

           IF nomina-extra-prorrateada
               COMPUTE importe-prorrata ROUNDED =
                   nomina-salario-base * nomina-pagas-extra / 12
               EXIT PARAGRAPH
           END-IF.

           IF devengo-desde = 0
               EXIT PARAGRAPH
           END-IF.

           IF nomina-pagas-extra = 1
               IF mes-corrida NOT = 12
                   EXIT PARAGRAPH
               END-IF
               MOVE devengo-anual-desde TO inicio-devengo-emp
               MOVE sin-sueldo-anio-emp TO dias-sin-sueldo-emp
           ELSE
               MOVE devengo-desde TO inicio-devengo-emp
               MOVE sin-sueldo-sem-emp TO dias-sin-sueldo-emp
           END-IF.

           COMPUTE dias-periodo-devengo =
               FUNCTION INTEGER-OF-DATE(devengo-hasta)
               - FUNCTION INTEGER-OF-DATE(inicio-devengo-emp) + 1.

           IF nomina-fecha-alta > inicio-devengo-emp
               MOVE nomina-fecha-alta TO inicio-devengo-emp
           END-IF.
           IF inicio-devengo-emp > devengo-hasta
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-devengados =
               FUNCTION INTEGER-OF-DATE(devengo-hasta)
               - FUNCTION INTEGER-OF-DATE(inicio-devengo-emp) + 1
               - dias-sin-sueldo-emp.
           IF dias-devengados <= 0
               MOVE 0 TO dias-devengados
               EXIT PARAGRAPH
           END-IF.

           COMPUTE importe-paga-extra ROUNDED =
               nomina-salario-base * dias-devengados
               / dias-periodo-devengo.

      *    SOLO INTERESAN LOS CAMBIOS EFECTIVOS ANTES DEL MES DE LA
      *    CORRIDA: LOS DEL MES YA LOS PAGA EL SALARIO DEL MAESTRO.
       CARGAR-CAMBIOS-SALARIO.
           OPEN INPUT salarios-historia.
           IF estado-salarios NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-salarios.
           PERFORM CARGAR-UN-CAMBIO
           UNTIL leyendo-salarios = "N".

           CLOSE salarios-historia.

       CARGAR-UN-CAMBIO.
           READ salarios-historia
               AT END
                   MOVE "N" TO leyendo-salarios
               NOT AT END
                   IF sh-fecha-efectiva(1:6) < periodo-nomina
                       IF total-cambios < 1000
                           ADD 1 TO total-cambios
                           MOVE sh-empleados-id
                               TO tcs-empleados-id(total-cambios)
                           MOVE sh-fecha-efectiva
                               TO tcs-fecha-efectiva(total-cambios)
                           MOVE sh-salario-nuevo
                               TO tcs-salario-nuevo(total-cambios)
                       ELSE
                           DISPLAY "Tabla de cambios de salario "
                               "desbordada: " sh-empleados-id
                       END-IF
                   END-IF
           END-READ.

      *    LOS MESES PAGADOS DESDE EL PRIMER CAMBIO DEL EMPLEADO SE
      *    COMPARAN CON EL SALARIO QUE LES CORRESPONDE; CADA MES
      *    LIQUIDADO SE REGRABA CON EL SALARIO CORREGIDO.
       CALCULAR-ATRASOS.
           MOVE 0 TO total-atrasos-emp.
           MOVE 0 TO total-meses-atraso.
           MOVE 999999 TO primer-mes-cambio.

           MOVE 0 TO ix-cam.
           PERFORM PROBAR-PRIMER-CAMBIO
           UNTIL ix-cam >= total-cambios.

           IF primer-mes-cambio = 999999
               EXIT PARAGRAPH
           END-IF.

           MOVE empleados-id TO nh-empleados-id.
           MOVE primer-mes-cambio TO nh-periodo.
           START historico-archivo KEY IS NOT LESS THAN nh-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-historico.
           PERFORM REVISAR-MES-PAGADO
           UNTIL leyendo-historico = "N".

           IF total-atrasos-emp > 0
               ADD 1 TO total-con-atrasos
           END-IF.

       PROBAR-PRIMER-CAMBIO.
           ADD 1 TO ix-cam.
           IF tcs-empleados-id(ix-cam) = empleados-id
           AND tcs-fecha-efectiva(ix-cam)(1:6) < primer-mes-cambio
               MOVE tcs-fecha-efectiva(ix-cam)(1:6)
                   TO primer-mes-cambio
           END-IF.

       REVISAR-MES-PAGADO.
           READ historico-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-historico
                   EXIT PARAGRAPH
           END-READ.

           IF nh-empleados-id NOT = empleados-id
           OR nh-periodo NOT < periodo-nomina
               MOVE "N" TO leyendo-historico
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-SALARIO-VIGENTE.
           IF salario-vigente-mes NOT > nh-salario-base
               EXIT PARAGRAPH
           END-IF.

           IF total-meses-atraso >= 36
               DISPLAY "Atrasos de mas de 36 meses, el resto se "
                   "liquida en la proxima corrida: " empleados-id
               MOVE "N" TO leyendo-historico
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-ATRASO-MES.
           IF importe-atraso-mes NOT > 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-meses-atraso.
           MOVE nh-periodo TO tat-periodo(total-meses-atraso).
           MOVE importe-atraso-mes TO tat-importe(total-meses-atraso).
           ADD importe-atraso-mes TO total-atrasos-emp.

           MOVE salario-vigente-mes TO nh-salario-base.
           IF nomina-tarifa-extra > nh-tarifa-extra
               MOVE nomina-tarifa-extra TO nh-tarifa-extra
           END-IF.
           REWRITE nomina-historico-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el historico de "
                       empleados-id " periodo " nh-periodo
           END-REWRITE.

      *    EL SALARIO DEL MES ES EL DEL ULTIMO CAMBIO EFECTIVO EN O
      *    ANTES DE ESE MES (A IGUAL FECHA, EL ULTIMO ANOTADO); SIN
      *    CAMBIO ANTERIOR NO HAY CON QUE COMPARAR
       BUSCAR-SALARIO-VIGENTE.
           MOVE 0 TO salario-vigente-mes.
           MOVE 0 TO fecha-cambio-vigente.
           MOVE 0 TO ix-cam.
           PERFORM PROBAR-CAMBIO-VIGENTE
           UNTIL ix-cam >= total-cambios.

       PROBAR-CAMBIO-VIGENTE.
           ADD 1 TO ix-cam.
           IF tcs-empleados-id(ix-cam) = empleados-id
           AND tcs-fecha-efectiva(ix-cam)(1:6) NOT > nh-periodo
           AND tcs-fecha-efectiva(ix-cam) NOT < fecha-cambio-vigente
               MOVE tcs-fecha-efectiva(ix-cam)
                   TO fecha-cambio-vigente
               MOVE tcs-salario-nuevo(ix-cam)
                   TO salario-vigente-mes
           END-IF.

      *    LA DIFERENCIA DE SUELDO SE REBAJA EN LA PARTE DE LOS DIAS
      *    DE FALTA DEL MES, ARRASTRA LA PAGA EXTRA O LA PRORRATA
      *    QUE SE PAGO ESE MES Y, SI LA TARIFA DE HORA EXTRA SUBIO,
      *    LA DIFERENCIA DE LAS HORAS EXTRA PAGADAS.
       CALCULAR-ATRASO-MES.
           COMPUTE diferencia-salario =
               salario-vigente-mes - nh-salario-base.
           MOVE diferencia-salario TO importe-atraso-mes.

           IF nh-dias-falta > 0 AND nh-dias-estandar > 0
               COMPUTE importe-atraso-mes ROUNDED =
                   importe-atraso-mes - diferencia-salario
                   * nh-dias-falta / nh-dias-estandar
           END-IF.

           IF nh-dias-devengados > 0 AND nh-dias-periodo-extra > 0
               COMPUTE importe-atraso-mes ROUNDED =
                   importe-atraso-mes + diferencia-salario
                   * nh-dias-devengados / nh-dias-periodo-extra
           END-IF.

           IF nh-pagas-prorrata > 0
               COMPUTE importe-atraso-mes ROUNDED =
                   importe-atraso-mes + diferencia-salario
                   * nh-pagas-prorrata / 12
           END-IF.

           IF nomina-tarifa-extra > nh-tarifa-extra
           AND nh-horas-extra > 0
               COMPUTE diferencia-tarifa =
                   nomina-tarifa-extra - nh-tarifa-extra
               COMPUTE importe-atraso-mes ROUNDED =
                   importe-atraso-mes
                   + nh-horas-extra * diferencia-tarifa
           END-IF.

       IMPRIMIR-ATRASO.
           ADD 1 TO ix-atr.
           MOVE tat-periodo(ix-atr) TO rat-periodo.
           MOVE tat-importe(ix-atr) TO rat-importe.
           WRITE linea-recibo FROM recibo-atraso.

      *    EL MES PAGADO QUEDA EN EL HISTORICO CON SUS BASES DE
      *    CALCULO; UNA SEGUNDA CORRIDA DEL MISMO MES LO REGRABA.
       GRABAR-HISTORICO-MES.
           MOVE empleados-id TO nh-empleados-id.
           MOVE periodo-nomina TO nh-periodo.
           READ historico-archivo
               INVALID KEY
                   MOVE "S" TO historico-nuevo
               NOT INVALID KEY
                   MOVE "N" TO historico-nuevo
           END-READ.

           MOVE empleados-id TO nh-empleados-id.
           MOVE periodo-nomina TO nh-periodo.
           MOVE nomina-salario-base TO nh-salario-base.
           MOVE nomina-tarifa-extra TO nh-tarifa-extra.
           MOVE horas-extra-calc TO nh-horas-extra.
           MOVE dias-falta TO nh-dias-falta.
           MOVE dias-estandar TO nh-dias-estandar.
           MOVE dias-devengados TO nh-dias-devengados.
           MOVE dias-periodo-devengo TO nh-dias-periodo-extra.
           IF importe-prorrata > 0
               MOVE nomina-pagas-extra TO nh-pagas-prorrata
           ELSE
               MOVE 0 TO nh-pagas-prorrata
           END-IF.
           MOVE salario-bruto TO nh-bruto.
           MOVE total-atrasos-emp TO nh-atrasos.
           MOVE fecha-sistema(1:8) TO nh-fecha-pago.

           IF historico-nuevo = "S"
               WRITE nomina-historico-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar el historico de: "
                           empleados-id
               END-WRITE
           ELSE
               REWRITE nomina-historico-registro
                   INVALID KEY
                       DISPLAY "No se pudo regrabar el historico "
                           "de: " empleados-id
               END-REWRITE
           END-IF.

       BUSCAR-COMISION-EMPLEADO.
           MOVE 0 TO comision-empleado.
           MOVE 0 TO ix-com.
           END-IF.

      *    EL ACUMULADO DEL EJERCICIO SE LEE (O NACE) ANTES DEL
      *    RECIBO Y SE REGRABA AL FINAL CON EL MES SUMADO, TAMBIEN
      *    EN SU CASILLA DEL DESGLOSE MENSUAL.
       LEER-ACUMULADO-EMPLEADO.
           MOVE empleados-id TO acu-empleados-id.
           MOVE anio-corrida TO acu-anio.
           READ acumulados-archivo
               INVALID KEY
                   MOVE "S" TO acumulado-nuevo
                   INITIALIZE nomina-acumulado-registro
                   MOVE empleados-id TO acu-empleados-id
                   MOVE anio-corrida TO acu-anio
                   MOVE 0 TO acu-bruto acu-neto
                       TO acu-ded-codigo(ix-acu)
               END-IF
               ADD importe-deduccion TO acu-ded-importe(ix-acu)
               ADD importe-deduccion
                   TO acu-mes-ded-importe(mes-corrida, ix-acu)
               MOVE "S" TO ded-acumulada
           END-IF.

       GRABAR-ACUMULADO-EMPLEADO.
           ADD salario-bruto TO acu-bruto.
           ADD salario-bruto TO acu-mes-bruto(mes-corrida).
           ADD salario-neto TO acu-neto.

           IF acumulado-nuevo = "S"
           DISPLAY "Empleados pagados......: " total-pagados.
           DISPLAY "Empleados no activos...: " total-no-activos.
           DISPLAY "Activos sin nomina.....: " total-sin-nomina.
           DISPLAY "Con finiquito liquidado: " total-con-finiquito.
           DISPLAY "Cuentas fallidas.......: "
               total-cuentas-fallidas.
           DISPLAY "Pagos reemitidos.......: " total-reemitidos.
           DISPLAY "Pagas extra pagadas....: " total-pagas-extra.
           DISPLAY "Pagas prorrateadas.....: " total-prorratas.
           DISPLAY "Empleados con atrasos..: " total-con-atrasos.

       END PROGRAM "CALCULO_NOMINA".
