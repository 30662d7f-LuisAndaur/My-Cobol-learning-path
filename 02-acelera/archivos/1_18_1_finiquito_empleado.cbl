      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion del finiquito de un empleado que se va,
      *          funcion de supervisor (firma por SEGURIDAD-SIGNON).
      *          Para la fecha de baja pedida calcula con los
      *          archivos de nomina el salario de los dias
      *          trabajados del ultimo mes (si la corrida mensual no
      *          lo pago ya, segun nomina-historico.dat), las
      *          vacaciones devengadas y no disfrutadas del saldo
      *          anual, la parte devengada de la paga extra en curso
      *          (con el mismo devengo que la corrida: incorporacion
      *          a nomina y permisos sin sueldo) y el saldo vivo del
      *          prestamo a recuperar.  Aplica las deducciones del
      *          maestro de nomina y, con la conformidad del
      *          supervisor, imprime por el escritor de spool el
      *          documento de finiquito para firma del empleado,
      *          deja la transferencia en finiquito-banco.dat con el
      *          formato de nomina-banco.dat, salda el prestamo y el
      *          saldo de vacaciones, suma en nomina-acumulados.dat
      *          y anota el finiquito en finiquitos.dat.  Como el
      *          documento lleva los importes sin enmascarar, cada
      *          impresion deja en eventos.log quien la hizo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FINIQUITO_EMPLEADO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *MAESTRO DE NOMINA EN MODO INDEXADO
       SELECT nomina-archivo
       ASSIGN TO "nomina-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nomina-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-nomina.

      *FINIQUITOS LIQUIDADOS EN MODO INDEXADO
       SELECT finiquitos-archivo
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fin-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-finiquitos.

      *HISTORICO DE NOMINA PAGADA POR EMPLEADO Y MES
       SELECT historico-archivo
       ASSIGN TO "nomina-historico.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nh-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-historico.

      *SALDOS ANUALES DE VACACIONES EN MODO INDEXADO
       SELECT saldos-archivo
       ASSIGN TO "vacaciones-saldos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS vs-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-saldos.

      *LIBRO DE PRESTAMOS; EL FINIQUITO RECUPERA EL SALDO
       SELECT prestamos-archivo
       ASSIGN TO "prestamos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prst-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-prestamos.

      *ACUMULADOS ANUALES DE NOMINA EN MODO INDEXADO
       SELECT acumulados-archivo
       ASSIGN TO "nomina-acumulados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acumulados.

      *REGISTRO DE ASISTENCIA, SOLO LECTURA
       SELECT asistencia-archivo
       ASSIGN TO "asistencia.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-asistencia.

      *TRANSFERENCIA DEL FINIQUITO, FORMATO DE LA INTERFAZ BANCARIA
       SELECT interfaz-banco
       ASSIGN TO "finiquito-banco.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-banco.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *MAESTRO DE NOMINA
       FD nomina-archivo.
           COPY "NOMINA-REGISTRO.CPY".

      *FINIQUITOS LIQUIDADOS
       FD finiquitos-archivo.
           COPY "FINIQUITO-REGISTRO.CPY".

      *HISTORICO DE NOMINA PAGADA
       FD historico-archivo.
           COPY "NOMINA-HISTORICO.CPY".

      *SALDOS DE VACACIONES
       FD saldos-archivo.
           COPY "VACACION-SALDO.CPY".

      *LIBRO DE PRESTAMOS
       FD prestamos-archivo.
           COPY "PRESTAMO-REGISTRO.CPY".

      *ACUMULADOS ANUALES DE NOMINA
       FD acumulados-archivo.
           COPY "NOMINA-ACUMULADO.CPY".

      *REGISTRO DE ASISTENCIA
       FD asistencia-archivo.
           COPY "ASISTENCIA-REGISTRO.CPY".

      *TRANSFERENCIA DEL FINIQUITO (MISMO LAYOUT QUE NOMINA-BANCO)
       FD interfaz-banco.
       01  pago-banco.
           05  pago-empleados-id       PIC X(7).
           05  FILLER                  PIC X VALUE ";".
           05  pago-banco-codigo       PIC X(4).
           05  FILLER                  PIC X VALUE ";".
           05  pago-cuenta             PIC X(20).
           05  FILLER                  PIC X VALUE ";".
           05  pago-importe            PIC 9(6),99.

       WORKING-STORAGE SECTION.
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-nomina               PIC X(02) VALUE "00".
       77  estado-finiquitos           PIC X(02) VALUE "00".
       77  estado-historico            PIC X(02) VALUE "00".
       77  estado-saldos               PIC X(02) VALUE "00".
       77  estado-prestamos            PIC X(02) VALUE "00".
       77  estado-acumulados           PIC X(02) VALUE "00".
       77  estado-asistencia           PIC X(02) VALUE "00".
       77  estado-banco                PIC X(02) VALUE "00".
       77  hay-saldos                  PIC X VALUE "N".
       77  hay-prestamos               PIC X VALUE "N".
       77  hay-historico               PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-id                      PIC X(7) VALUE SPACES.
       77  fecha-baja                  PIC 9(8) VALUE 0.
       77  anio-baja                   PIC 9(4) VALUE 0.
       77  mes-baja                    PIC 99 VALUE 0.
       77  confirmar                   PIC X VALUE "N".
       77  ix-ded                      PIC 9 VALUE 0.
       77  ix-acu                      PIC 9 VALUE 0.
       77  ded-acumulada               PIC X VALUE "N".
       77  acumulado-nuevo             PIC X VALUE "N".
       77  leyendo-asistencia          PIC X VALUE "S".
       77  fecha-calculo               PIC 9(8) VALUE 0.

      *    SALARIO DE LOS DIAS DEL ULTIMO MES
       77  mes-ya-pagado               PIC X VALUE "N".
       77  inicio-mes                  PIC 9(8) VALUE 0.
       77  inicio-mes-siguiente        PIC 9(8) VALUE 0.
       77  dias-del-mes                PIC 9(2) VALUE 0.
       77  dias-trabajados             PIC 9(2) VALUE 0.
       77  importe-dias                PIC 9(6)V99 VALUE 0.
       77  importe-prorrata            PIC 9(6)V99 VALUE 0.

      *    VACACIONES: EL DERECHO DEL ANIO SE DEVENGA EN PROPORCION
      *    A LOS DIAS TRANSCURRIDOS HASTA LA BAJA; EL DIA SE VALORA
      *    A SALARIO BASE ENTRE TREINTA
       77  dias-del-anio               PIC 9(3) VALUE 0.
       77  dias-transcurridos          PIC 9(3) VALUE 0.
       77  derecho-devengado           PIC 9(3) VALUE 0.
       77  dias-vacaciones             PIC S9(3) VALUE 0.
       77  valor-dia-vacaciones        PIC 9(6)V99 VALUE 0.
       77  importe-vacaciones          PIC 9(6)V99 VALUE 0.

      *    PAGA EXTRA EN CURSO, MISMO DEVENGO QUE CALCULO_NOMINA
       77  devengo-desde               PIC 9(8) VALUE 0.
       77  devengo-hasta               PIC 9(8) VALUE 0.
       77  inicio-devengo-emp          PIC 9(8) VALUE 0.
       77  dias-periodo-devengo        PIC 9(3) VALUE 0.
       77  dias-devengados             PIC S9(4) VALUE 0.
       77  dias-sin-sueldo             PIC 9(3) VALUE 0.
       77  importe-extra               PIC 9(6)V99 VALUE 0.

      *    TOTALES DEL FINIQUITO
       77  importe-bruto               PIC 9(6)V99 VALUE 0.
       77  importe-deduccion           PIC 9(6)V99 VALUE 0.
       77  total-deducciones           PIC 9(6)V99 VALUE 0.
       77  importe-neto                PIC 9(6)V99 VALUE 0.
       77  prestamo-recuperado         PIC 9(6)V99 VALUE 0.
       77  prestamo-pendiente          PIC 9(6)V99 VALUE 0.
       01  tabla-deducciones.
           05  entrada-ded OCCURS 3 TIMES.
               10  tdd-importe         PIC 9(6)V99.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA EL REGISTRO DE EVENTOS
       77  evento-programa             PIC X(30)
                                       VALUE "FINIQUITO_EMPLEADO".
       77  evento-parrafo              PIC X(30) VALUE SPACES.
       77  evento-estado               PIC X(2) VALUE SPACES.
       77  evento-clave                PIC X(10) VALUE SPACES.
       77  evento-texto                PIC X(40) VALUE SPACES.

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "NOMINA".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 2.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  finiquito-titulo.
           05  FILLER                  PIC X(34)
               VALUE "DOCUMENTO DE FINIQUITO - BAJA EL ".
           05  ft-fecha-baja           PIC 9(8).

       01  finiquito-empleado.
           05  FILLER                  PIC X(11) VALUE "EMPLEADO.: ".
           05  fe-empleados-id         PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  fe-nombre               PIC X(25).
           05  FILLER                  PIC X VALUE SPACE.
           05  fe-apellidos            PIC X(30).

       01  finiquito-concepto.
           05  fc-leyenda              PIC X(26).
           05  fc-dias                 PIC ZZ9.
           05  fc-dias-leyenda         PIC X(7).
           05  fc-importe              PIC ZZZ.ZZ9,99.

       01  finiquito-deduccion.
           05  FILLER                  PIC X(11) VALUE "DEDUCCION: ".
           05  fd-codigo               PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  fd-porcentaje           PIC Z9,99.
           05  FILLER                  PIC X(15) VALUE " %".
           05  fd-importe              PIC ZZZ.ZZ9,99.

       01  finiquito-importe.
           05  fi-leyenda              PIC X(36).
           05  fi-importe              PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM FIRMAR-OPERADOR.

           IF signon-incorrecto OR perfil-firmado NOT = "S"
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

      *    EL FINIQUITO SUMA EN LOS ACUMULADOS Y SALE AL BANCO COMO
      *    UNA NOMINA: CON EL PERIODO CERRADO NO SE LIQUIDA.
           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-resultado = "N"
               DISPLAY "Periodo contable cerrado para la fecha "
                   cp-fecha ", finiquito cancelado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM TOMAR-EMPLEADO.
           IF que-id = SPACES
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM TOMAR-FECHA-BAJA.
           IF fecha-baja = 0
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM CALCULAR-DIAS-ULTIMO-MES.
           PERFORM CALCULAR-VACACIONES.
           PERFORM CALCULAR-PAGA-EXTRA.
           PERFORM CALCULAR-TOTALES.
           PERFORM MOSTRAR-FINIQUITO.

           DISPLAY "¿Liquidar el finiquito (s/n)? ".
           ACCEPT confirmar.
           IF confirmar NOT = "s" AND confirmar NOT = "S"
               DISPLAY "Finiquito no liquidado: " que-id
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM SALDAR-PRESTAMO.
           PERFORM SALDAR-VACACIONES.
           PERFORM GRABAR-ACUMULADO.
           PERFORM GRABAR-HISTORICO-MES.
           PERFORM GRABAR-PAGO-BANCO.
           PERFORM GRABAR-FINIQUITO.
           PERFORM IMPRIMIR-DOCUMENTO.

           DISPLAY "Finiquito liquidado: " que-id.
           DISPLAY "Documento encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT nomina-archivo.
           IF estado-nomina NOT = "00"
               DISPLAY "No se pudo abrir nomina-i.dat, estado: "
                   estado-nomina
               CLOSE empleados-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O finiquitos-archivo.
           IF estado-finiquitos = "35"
               OPEN OUTPUT finiquitos-archivo
               CLOSE finiquitos-archivo
               OPEN I-O finiquitos-archivo
           END-IF.
           IF estado-finiquitos NOT = "00"
               DISPLAY "No se pudo abrir finiquitos.dat, estado: "
                   estado-finiquitos
               CLOSE empleados-archivo
               CLOSE nomina-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O acumulados-archivo.
           IF estado-acumulados = "35"
               OPEN OUTPUT acumulados-archivo
               CLOSE acumulados-archivo
               OPEN I-O acumulados-archivo
           END-IF.
           IF estado-acumulados NOT = "00"
               DISPLAY "No se pudo abrir nomina-acumulados.dat, "
                   "estado: " estado-acumulados
               CLOSE empleados-archivo
               CLOSE nomina-archivo
               CLOSE finiquitos-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O historico-archivo.
           IF estado-historico = "35"
               OPEN OUTPUT historico-archivo
               CLOSE historico-archivo
               OPEN I-O historico-archivo
           END-IF.
           IF estado-historico = "00"
               MOVE "S" TO hay-historico
           END-IF.

           OPEN I-O saldos-archivo.
           IF estado-saldos = "00"
               MOVE "S" TO hay-saldos
           END-IF.

           OPEN I-O prestamos-archivo.
           IF estado-prestamos = "00"
               MOVE "S" TO hay-prestamos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE empleados-archivo.
           CLOSE nomina-archivo.
           CLOSE finiquitos-archivo.
           CLOSE acumulados-archivo.
           IF hay-historico = "S"
               CLOSE historico-archivo
           END-IF.
           IF hay-saldos = "S"
               CLOSE saldos-archivo
           END-IF.
           IF hay-prestamos = "S"
               CLOSE prestamos-archivo
           END-IF.

      *    EL EMPLEADO TIENE QUE TENER NOMINA Y NO HABER LIQUIDADO
      *    YA SU FINIQUITO: LA LIQUIDACION SALDA PRESTAMO Y
      *    VACACIONES Y NO PUEDE REPETIRSE.
       TOMAR-EMPLEADO.
           DISPLAY "ID del empleado que se va: ".
           ACCEPT que-id.

           MOVE que-id TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " que-id
                   MOVE SPACES TO que-id
                   EXIT PARAGRAPH
           END-READ.

           MOVE que-id TO nomina-empleados-id.
           READ nomina-archivo
               INVALID KEY
                   DISPLAY "El empleado no tiene nomina: " que-id
                   MOVE SPACES TO que-id
                   EXIT PARAGRAPH
           END-READ.

           MOVE que-id TO fin-empleados-id.
           READ finiquitos-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Finiquito ya liquidado el "
                       fin-fecha-calculo " con baja " fin-fecha-baja
                   MOVE SPACES TO que-id
           END-READ.

           IF que-id NOT = SPACES
               DISPLAY "Empleado: " empleados-nombre " "
                   empleados-apellidos
           END-IF.

       TOMAR-FECHA-BAJA.
           DISPLAY "Fecha de baja, ultimo dia trabajado (AAAAMMDD): ".
           ACCEPT fecha-baja.

           MOVE "V" TO sf-operacion.
           MOVE fecha-baja TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha invalida: " fecha-baja
               MOVE 0 TO fecha-baja
               EXIT PARAGRAPH
           END-IF.

           IF fecha-baja < nomina-fecha-alta
               DISPLAY "La baja no puede ser anterior a la "
                   "incorporacion a nomina: " nomina-fecha-alta
               MOVE 0 TO fecha-baja
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-baja(1:4) TO anio-baja.
           MOVE fecha-baja(5:2) TO mes-baja.

      *    SI LA CORRIDA MENSUAL YA PAGO EL MES DE LA BAJA (EL
      *    HISTORICO TIENE ESE MES) EL FINIQUITO NO LO VUELVE A
      *    PAGAR; SI NO, PAGA LOS DIAS DEL MES HASTA LA BAJA (DESDE
      *    LA INCORPORACION SI FUE ESE MISMO MES) SOBRE LOS DIAS
      *    NATURALES DEL MES, CON SU PRORRATA DE PAGAS EXTRA.
       CALCULAR-DIAS-ULTIMO-MES.
           MOVE 0 TO importe-dias importe-prorrata dias-trabajados.
           MOVE "N" TO mes-ya-pagado.

           COMPUTE inicio-mes = anio-baja * 10000 + mes-baja * 100 + 1.
           IF mes-baja = 12
               COMPUTE inicio-mes-siguiente =
                   (anio-baja + 1) * 10000 + 101
           ELSE
               COMPUTE inicio-mes-siguiente = inicio-mes + 100
           END-IF.
           COMPUTE dias-del-mes =
               FUNCTION INTEGER-OF-DATE(inicio-mes-siguiente)
               - FUNCTION INTEGER-OF-DATE(inicio-mes).

           IF hay-historico = "S"
               MOVE que-id TO nh-empleados-id
               MOVE fecha-baja(1:6) TO nh-periodo
               READ historico-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO mes-ya-pagado
               END-READ
           END-IF.
           IF mes-ya-pagado = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE inicio-mes TO fecha-calculo.
           IF nomina-fecha-alta > fecha-calculo
               MOVE nomina-fecha-alta TO fecha-calculo
           END-IF.
           COMPUTE dias-trabajados =
               FUNCTION INTEGER-OF-DATE(fecha-baja)
               - FUNCTION INTEGER-OF-DATE(fecha-calculo) + 1.

           COMPUTE importe-dias ROUNDED =
               nomina-salario-base * dias-trabajados / dias-del-mes.

           IF nomina-extra-prorrateada AND nomina-pagas-extra > 0
               COMPUTE importe-prorrata ROUNDED =
                   nomina-salario-base * nomina-pagas-extra / 12
                   * dias-trabajados / dias-del-mes
           END-IF.

       CALCULAR-VACACIONES.
           MOVE 0 TO dias-vacaciones importe-vacaciones.
           MOVE 0 TO derecho-devengado.

           IF hay-saldos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO vs-empleados-id.
           MOVE anio-baja TO vs-anio.
           READ saldos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE fecha-calculo = anio-baja * 10000 + 101.
           COMPUTE dias-del-anio =
               FUNCTION INTEGER-OF-DATE((anio-baja + 1) * 10000 + 101)
               - FUNCTION INTEGER-OF-DATE(fecha-calculo).
           COMPUTE dias-transcurridos =
               FUNCTION INTEGER-OF-DATE(fecha-baja)
               - FUNCTION INTEGER-OF-DATE(fecha-calculo) + 1.

           COMPUTE derecho-devengado ROUNDED =
               vs-derecho * dias-transcurridos / dias-del-anio.
           COMPUTE dias-vacaciones = derecho-devengado - vs-usado.
           IF dias-vacaciones NOT > 0
               MOVE 0 TO dias-vacaciones
               EXIT PARAGRAPH
           END-IF.

           COMPUTE valor-dia-vacaciones ROUNDED =
               nomina-salario-base / 30.
           COMPUTE importe-vacaciones ROUNDED =
               valor-dia-vacaciones * dias-vacaciones.

      *    LA PAGA EXTRA EN CURSO ES LA DEL SEMESTRE DE LA BAJA (O
      *    LA DEL ANIO CON UNA SOLA PAGA); SI LA CORRIDA DE SU MES
      *    YA LA PAGO NO QUEDA NADA PENDIENTE.  LAS PRORRATEADAS VAN
      *    CON LOS DIAS DEL MES.
       CALCULAR-PAGA-EXTRA.
           MOVE 0 TO importe-extra dias-devengados.

           IF nomina-pagas-extra = 0 OR nomina-extra-prorrateada
               EXIT PARAGRAPH
           END-IF.

           IF nomina-pagas-extra = 2 AND mes-baja < 7
               COMPUTE devengo-desde = anio-baja * 10000 + 101
               COMPUTE devengo-hasta = anio-baja * 10000 + 630
           END-IF.
           IF nomina-pagas-extra = 2 AND mes-baja > 6
               COMPUTE devengo-desde = anio-baja * 10000 + 701
               COMPUTE devengo-hasta = anio-baja * 10000 + 1231
           END-IF.
           IF nomina-pagas-extra = 1
               COMPUTE devengo-desde = anio-baja * 10000 + 101
               COMPUTE devengo-hasta = anio-baja * 10000 + 1231
           END-IF.

           IF hay-historico = "S"
               MOVE que-id TO nh-empleados-id
               MOVE devengo-hasta(1:6) TO nh-periodo
               READ historico-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF nh-dias-devengados > 0
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           COMPUTE dias-periodo-devengo =
               FUNCTION INTEGER-OF-DATE(devengo-hasta)
               - FUNCTION INTEGER-OF-DATE(devengo-desde) + 1.

           MOVE devengo-desde TO inicio-devengo-emp.
           IF nomina-fecha-alta > inicio-devengo-emp
               MOVE nomina-fecha-alta TO inicio-devengo-emp
           END-IF.

           PERFORM CONTAR-DIAS-SIN-SUELDO.

           COMPUTE dias-devengados =
               FUNCTION INTEGER-OF-DATE(fecha-baja)
               - FUNCTION INTEGER-OF-DATE(inicio-devengo-emp) + 1
               - dias-sin-sueldo.
           IF dias-devengados NOT > 0
               MOVE 0 TO dias-devengados
               EXIT PARAGRAPH
           END-IF.

           COMPUTE importe-extra ROUNDED =
               nomina-salario-base * dias-devengados
               / dias-periodo-devengo.

       CONTAR-DIAS-SIN-SUELDO.
           MOVE 0 TO dias-sin-sueldo.

           OPEN INPUT asistencia-archivo.
           IF estado-asistencia NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-asistencia.
           PERFORM CONTAR-UN-FICHAJE
           UNTIL leyendo-asistencia = "N".

           CLOSE asistencia-archivo.

       CONTAR-UN-FICHAJE.
           READ asistencia-archivo
               AT END
                   MOVE "N" TO leyendo-asistencia
               NOT AT END
                   IF asis-empleados-id = que-id
                   AND asis-sin-sueldo
                   AND asis-fecha NOT < inicio-devengo-emp
                   AND asis-fecha NOT > fecha-baja
                       ADD 1 TO dias-sin-sueldo
                   END-IF
           END-READ.

      *    LAS DEDUCCIONES DEL MAESTRO SE APLICAN AL BRUTO DEL
      *    FINIQUITO; DEL NETO SE RECUPERA EL SALDO DEL PRESTAMO,
      *    TOPADO PARA QUE EL NETO NO QUEDE NEGATIVO.
       CALCULAR-TOTALES.
           COMPUTE importe-bruto = importe-dias + importe-prorrata
               + importe-vacaciones + importe-extra.

           MOVE 0 TO total-deducciones.
           MOVE 0 TO ix-ded.
           PERFORM CALCULAR-DEDUCCION 3 TIMES.

           COMPUTE importe-neto = importe-bruto - total-deducciones.

           MOVE 0 TO prestamo-recuperado prestamo-pendiente.
           IF hay-prestamos = "S"
               MOVE que-id TO prst-empleados-id
               READ prestamos-archivo
                   INVALID KEY
                       MOVE 0 TO prst-saldo
               END-READ
               MOVE prst-saldo TO prestamo-recuperado
               IF prestamo-recuperado > importe-neto
                   MOVE importe-neto TO prestamo-recuperado
               END-IF
               COMPUTE prestamo-pendiente =
                   prst-saldo - prestamo-recuperado
               SUBTRACT prestamo-recuperado FROM importe-neto
           END-IF.

       CALCULAR-DEDUCCION.
           ADD 1 TO ix-ded.
           MOVE 0 TO tdd-importe(ix-ded).
           IF nomina-ded-codigo(ix-ded) NOT = SPACES
               COMPUTE tdd-importe(ix-ded) ROUNDED =
                   importe-bruto
                   * nomina-ded-porcentaje(ix-ded) / 100
               ADD tdd-importe(ix-ded) TO total-deducciones
           END-IF.

       MOSTRAR-FINIQUITO.
           IF mes-ya-pagado = "S"
               DISPLAY "Mes de la baja ya pagado en nomina"
           ELSE
               DISPLAY "Dias del ultimo mes..: " dias-trabajados
                   " de " dias-del-mes " " importe-dias
           END-IF.
           IF importe-prorrata > 0
               DISPLAY "Prorrata pagas extra.: " importe-prorrata
           END-IF.
           DISPLAY "Vacaciones pendientes: " dias-vacaciones
               " dias " importe-vacaciones.
           DISPLAY "Paga extra devengada.: " dias-devengados
               " dias " importe-extra.
           DISPLAY "Bruto................: " importe-bruto.
           DISPLAY "Deducciones..........: " total-deducciones.
           DISPLAY "Prestamo recuperado..: " prestamo-recuperado.
           IF prestamo-pendiente > 0
               DISPLAY "AVISO: el finiquito no cubre el prestamo, "
                   "queda pendiente " prestamo-pendiente
           END-IF.
           DISPLAY "Neto a pagar.........: " importe-neto.

      *    EL PRESTAMO QUEDA SALDADO CON LO RECUPERADO; SI EL NETO
      *    NO ALCANZO, EL SALDO QUE QUEDA SE COBRA FUERA DE NOMINA
      *    Y SIGUE VISIBLE EN EL LIBRO.
       SALDAR-PRESTAMO.
           IF hay-prestamos = "N" OR prestamo-recuperado = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO prst-empleados-id.
           READ prestamos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE prestamo-pendiente TO prst-saldo.
           REWRITE prestamo-registro
               INVALID KEY
                   DISPLAY "No se pudo saldar el prestamo de: " que-id
           END-REWRITE.

      *    LAS VACACIONES PAGADAS CIERRAN EL SALDO DEL ANIO: LO USADO
      *    PASA A IGUALAR EL DERECHO.
       SALDAR-VACACIONES.
           IF hay-saldos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO vs-empleados-id.
           MOVE anio-baja TO vs-anio.
           READ saldos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF vs-usado < vs-derecho
               MOVE vs-derecho TO vs-usado
               REWRITE vacacion-saldo-registro
                   INVALID KEY
                       DISPLAY "No se pudo cerrar el saldo de "
                           "vacaciones de: " que-id
               END-REWRITE
           END-IF.

      *    EL FINIQUITO SUMA EN EL EJERCICIO DE LA BAJA, COMO UNA
      *    NOMINA MAS: BRUTO, CADA DEDUCCION Y NETO, CON SU MES.
       GRABAR-ACUMULADO.
           MOVE que-id TO acu-empleados-id.
           MOVE anio-baja TO acu-anio.
           READ acumulados-archivo
               INVALID KEY
                   MOVE "S" TO acumulado-nuevo
                   INITIALIZE nomina-acumulado-registro
                   MOVE que-id TO acu-empleados-id
                   MOVE anio-baja TO acu-anio
                   MOVE 0 TO acu-bruto acu-neto
                   MOVE SPACES TO acu-ded-codigo(1)
                       acu-ded-codigo(2) acu-ded-codigo(3)
                   MOVE 0 TO acu-ded-importe(1)
                       acu-ded-importe(2) acu-ded-importe(3)
               NOT INVALID KEY
                   MOVE "N" TO acumulado-nuevo
           END-READ.

           ADD importe-bruto TO acu-bruto.
           ADD importe-bruto TO acu-mes-bruto(mes-baja).
           ADD importe-neto TO acu-neto.
           MOVE 0 TO ix-ded.
           PERFORM ACUMULAR-DEDUCCION 3 TIMES.

           IF acumulado-nuevo = "S"
               WRITE nomina-acumulado-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar el acumulado de: "
                           que-id
               END-WRITE
           ELSE
               REWRITE nomina-acumulado-registro
                   INVALID KEY
                       DISPLAY "No se pudo regrabar el acumulado "
                           "de: " que-id
               END-REWRITE
           END-IF.

       ACUMULAR-DEDUCCION.
           ADD 1 TO ix-ded.
           IF nomina-ded-codigo(ix-ded) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ded-acumulada.
           MOVE 0 TO ix-acu.
           PERFORM UBICAR-DED-ANUAL
           UNTIL ded-acumulada = "S" OR ix-acu >= 3.

           IF ded-acumulada = "N"
               DISPLAY "Sin hueco para acumular la deduccion "
                   nomina-ded-codigo(ix-ded) " de " que-id
           END-IF.

       UBICAR-DED-ANUAL.
           ADD 1 TO ix-acu.

           IF acu-ded-codigo(ix-acu) = nomina-ded-codigo(ix-ded)
           OR acu-ded-codigo(ix-acu) = SPACES
               IF acu-ded-codigo(ix-acu) = SPACES
                   MOVE nomina-ded-codigo(ix-ded)
                       TO acu-ded-codigo(ix-acu)
               END-IF
               ADD tdd-importe(ix-ded) TO acu-ded-importe(ix-acu)
               ADD tdd-importe(ix-ded)
                   TO acu-mes-ded-importe(mes-baja, ix-acu)
               MOVE "S" TO ded-acumulada
           END-IF.

      *    EL MES DE LA BAJA PAGADO POR EL FINIQUITO QUEDA EN EL
      *    HISTORICO COMO CUALQUIER MES DE NOMINA.
       GRABAR-HISTORICO-MES.
           IF hay-historico = "N" OR mes-ya-pagado = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO nomina-historico-registro.
           MOVE que-id TO nh-empleados-id.
           MOVE fecha-baja(1:6) TO nh-periodo.
           MOVE nomina-salario-base TO nh-salario-base.
           MOVE nomina-tarifa-extra TO nh-tarifa-extra.
           MOVE 0 TO nh-horas-extra nh-dias-falta nh-dias-estandar.
           MOVE dias-devengados TO nh-dias-devengados.
           MOVE dias-periodo-devengo TO nh-dias-periodo-extra.
           MOVE 0 TO nh-pagas-prorrata.
           MOVE importe-bruto TO nh-bruto.
           MOVE 0 TO nh-atrasos.
           MOVE fecha-hoy TO nh-fecha-pago.

           WRITE nomina-historico-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el historico de: "
                       que-id
           END-WRITE.

      *    A UNA CUENTA QUE EL BANCO DEVOLVIO NO SE TRANSFIERE: EL
      *    FINIQUITO SE PAGA A MANO CUANDO SE CORRIJA LA CUENTA.
       GRABAR-PAGO-BANCO.
           IF nomina-cuenta-fallida
               DISPLAY "Cuenta fallida, transferencia del finiquito "
                   "retenida: " que-id
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT interfaz-banco.
           IF estado-banco NOT = "00"
               DISPLAY "No se pudo abrir finiquito-banco.dat, "
                   "estado: " estado-banco
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO pago-empleados-id.
           MOVE nomina-banco TO pago-banco-codigo.
           MOVE nomina-cuenta TO pago-cuenta.
           MOVE importe-neto TO pago-importe.
           WRITE pago-banco.
           IF estado-banco NOT = "00"
               DISPLAY "Error al grabar finiquito-banco.dat, "
                   "estado: " estado-banco
           ELSE
               DISPLAY "Transferencia en finiquito-banco.dat"
           END-IF.

           CLOSE interfaz-banco.

       GRABAR-FINIQUITO.
           MOVE SPACES TO finiquito-registro.
           MOVE que-id TO fin-empleados-id.
           MOVE fecha-baja TO fin-fecha-baja.
           MOVE fecha-hoy TO fin-fecha-calculo.
           MOVE dias-trabajados TO fin-dias-mes.
           MOVE importe-dias TO fin-importe-dias.
           MOVE importe-prorrata TO fin-importe-prorrata.
           MOVE dias-vacaciones TO fin-dias-vacaciones.
           MOVE importe-vacaciones TO fin-importe-vacaciones.
           MOVE dias-devengados TO fin-dias-extra.
           MOVE importe-extra TO fin-importe-extra.
           MOVE importe-bruto TO fin-bruto.
           MOVE total-deducciones TO fin-deducciones.
           MOVE prestamo-recuperado TO fin-prestamo.
           MOVE prestamo-pendiente TO fin-prestamo-pendiente.
           MOVE importe-neto TO fin-neto.
           MOVE empleado-firmado TO fin-usuario.

           WRITE finiquito-registro
               INVALID KEY
                   DISPLAY "No se pudo anotar el finiquito de: "
                       que-id ", estado: " estado-finiquitos
           END-WRITE.

      *    EL DOCUMENTO SALE POR DUPLICADO: UNA COPIA FIRMADA QUEDA
      *    EN EL EXPEDIENTE Y OTRA PARA EL EMPLEADO.
       IMPRIMIR-DOCUMENTO.
           MOVE "FINIQUITO" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "EMPLEADO " que-id " BAJA " fecha-baja
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE fecha-baja TO ft-fecha-baja.
           MOVE finiquito-titulo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE que-id TO fe-empleados-id.
           MOVE empleados-nombre TO fe-nombre.
           MOVE empleados-apellidos TO fe-apellidos.
           MOVE finiquito-empleado TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF mes-ya-pagado = "S"
               MOVE "SALARIO DEL ULTIMO MES: PAGADO EN NOMINA"
                   TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           ELSE
               MOVE "SALARIO DIAS TRABAJADOS.." TO fc-leyenda
               MOVE dias-trabajados TO fc-dias
               MOVE " DIAS  " TO fc-dias-leyenda
               MOVE importe-dias TO fc-importe
               MOVE finiquito-concepto TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           IF importe-prorrata > 0
               MOVE "PRORRATA PAGAS EXTRA....." TO fc-leyenda
               MOVE dias-trabajados TO fc-dias
               MOVE " DIAS  " TO fc-dias-leyenda
               MOVE importe-prorrata TO fc-importe
               MOVE finiquito-concepto TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           MOVE "VACACIONES NO DISFRUTADAS" TO fc-leyenda.
           MOVE dias-vacaciones TO fc-dias.
           MOVE " DIAS  " TO fc-dias-leyenda.
           MOVE importe-vacaciones TO fc-importe.
           MOVE finiquito-concepto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "PARTE PAGA EXTRA........." TO fc-leyenda.
           MOVE dias-devengados TO fc-dias.
           MOVE " DIAS  " TO fc-dias-leyenda.
           MOVE importe-extra TO fc-importe.
           MOVE finiquito-concepto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "TOTAL BRUTO........................" TO fi-leyenda.
           MOVE importe-bruto TO fi-importe.
           MOVE finiquito-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-ded.
           PERFORM IMPRIMIR-DEDUCCION 3 TIMES.

           IF prestamo-recuperado > 0
               MOVE "SALDO DE PRESTAMO RECUPERADO......."
                   TO fi-leyenda
               MOVE prestamo-recuperado TO fi-importe
               MOVE finiquito-importe TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           IF prestamo-pendiente > 0
               MOVE "SALDO DE PRESTAMO AUN PENDIENTE...."
                   TO fi-leyenda
               MOVE prestamo-pendiente TO fi-importe
               MOVE finiquito-importe TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           MOVE "LIQUIDO A PERCIBIR................." TO fi-leyenda.
           MOVE importe-neto TO fi-importe.
           MOVE finiquito-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "RECIBI LA CANTIDAD INDICADA EN CONCEPTO DE "
               "SALDO Y FINIQUITO DE MI RELACION LABORAL."
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "FIRMA DEL EMPLEADO: ______________________   "
               "FECHA: ____________"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    EL MOMENTO DE LA IMPRESION LO PONE REGISTRO-EVENTOS
           MOVE "IMPRIMIR-DOCUMENTO" TO evento-parrafo.
           MOVE SPACES TO evento-estado.
           MOVE usuario-firmado TO evento-clave.
           MOVE SPACES TO evento-texto.
           STRING "IMPRESO SIN MASCARA, EMPLEADO " que-id
               DELIMITED BY SIZE INTO evento-texto.
           CALL "REGISTRO-EVENTOS" USING evento-programa
               evento-parrafo evento-estado evento-clave
               evento-texto.

       IMPRIMIR-DEDUCCION.
           ADD 1 TO ix-ded.
           IF nomina-ded-codigo(ix-ded) NOT = SPACES
               MOVE nomina-ded-codigo(ix-ded) TO fd-codigo
               MOVE nomina-ded-porcentaje(ix-ded) TO fd-porcentaje
               MOVE tdd-importe(ix-ded) TO fd-importe
               MOVE finiquito-deduccion TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "FINIQUITO_EMPLEADO".
