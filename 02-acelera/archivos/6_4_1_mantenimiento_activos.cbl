      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del registro de activos fijos
      *          (activos-fijos.dat): alta con departamento validado
      *          contra departamentos.dat, modificacion, consulta y
      *          baja.  El alta puede asentar la adquisicion
      *          (inmovilizado contra proveedores de inmovilizado
      *          5230) para los activos nuevos; los que ya estaban en
      *          libros se dan de alta sin asiento.  La baja compara
      *          el importe cobrado con el valor neto contable y
      *          asienta el beneficio (7710) o la perdida (6710):
      *          amortizacion acumulada al debe, cobro a bancos,
      *          inmovilizado al haber por su costo.  Los asientos
      *          pasan por la subrutina ASIENTOS-DIARIO y respetan el
      *          cierre de periodos de CONTROL-PERIODO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_ACTIVOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE ACTIVOS FIJOS EN MODO INDEXADO
       SELECT activos-archivo
       ASSIGN TO "activos-fijos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS act-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-activos.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

      *PLAN DE CUENTAS, SOLO LECTURA
       SELECT plan-cuentas
       ASSIGN TO "plan-cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cta-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-plan.

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE ACTIVOS FIJOS
       FD activos-archivo.
           COPY "ACTIVO-FIJO.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-activo               PIC X VALUE SPACE.
       77  salir-menu-activo           PIC X VALUE "N".
       77  leyendo-activos             PIC X VALUE "S".
       77  estado-activos              PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  hay-plan                    PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  que-activo                  PIC 9(6) VALUE 0.
       77  que-descripcion-nueva       PIC X(35) VALUE SPACES.
       77  dato-invalido              PIC X VALUE "S".
       77  asentar-alta                PIC X VALUE "N".
       77  valor-neto                  PIC S9(8)V99 VALUE 0.
       77  resultado-absoluto          PIC 9(8)V99 VALUE 0.
       77  confirmar-baja              PIC X VALUE "N".

      *    CAMPOS DE PANTALLA PARA IMPORTES
       77  costo-edit                  PIC ZZ.ZZZ.ZZ9,99.
       77  amort-edit                  PIC ZZ.ZZZ.ZZ9,99.
       77  neto-edit                   PIC -ZZ.ZZZ.ZZ9,99.

      *    CUENTAS DE LA CASA PARA LAS ALTAS Y BAJAS DE ACTIVOS
       77  cuenta-amort-acumulada      PIC X(4) VALUE "2810".
       77  cuenta-prov-inmovilizado    PIC X(4) VALUE "5230".
       77  cuenta-bancos               PIC X(4) VALUE "5720".
       77  cuenta-beneficio-baja       PIC X(4) VALUE "7710".
       77  cuenta-perdida-baja         PIC X(4) VALUE "6710".

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE "V".
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "S".
           88  sf-correcto             VALUE "S".
           88  sf-incorrecto           VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS DEL DIARIO
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE "ACTIVOS".
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-ACTIVOS
           UNTIL salir-menu-activo = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O activos-archivo.
           IF estado-activos = "35"
               OPEN OUTPUT activos-archivo
               CLOSE activos-archivo
               OPEN I-O activos-archivo
           END-IF.
           IF estado-activos NOT = "00"
               DISPLAY "No se pudo abrir activos-fijos.dat, estado: "
                   estado-activos
               STOP RUN
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos NOT = "00"
               DISPLAY "No se pudo abrir departamentos.dat, estado: "
                   estado-deptos
               STOP RUN
           END-IF.

           OPEN INPUT plan-cuentas.
           IF estado-plan = "00"
               MOVE "S" TO hay-plan
           ELSE
               MOVE "N" TO hay-plan
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE activos-archivo.
           CLOSE departamentos-archivo.
           IF hay-plan = "S"
               CLOSE plan-cuentas
           END-IF.

       MOSTRAR-MENU-ACTIVOS.
           DISPLAY "===== ACTIVOS FIJOS =====".
           DISPLAY "(A)lta de activo".
           DISPLAY "(M)odificar activo".
           DISPLAY "(C)onsultar activo".
           DISPLAY "(B)aja / venta de activo".
           DISPLAY "(L)istado".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-activo.
           MOVE FUNCTION UPPER-CASE(opcion-activo) TO opcion-activo.

           EVALUATE opcion-activo
               WHEN "A"
                   PERFORM ALTA-ACTIVO
               WHEN "M"
                   PERFORM MODIFICAR-ACTIVO
               WHEN "C"
                   PERFORM CONSULTAR-ACTIVO
               WHEN "B"
                   PERFORM BAJA-ACTIVO
               WHEN "L"
                   PERFORM LISTAR-ACTIVOS
               WHEN "S"
                   MOVE "S" TO salir-menu-activo
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-ACTIVO.
           DISPLAY "Numero de activo (6 digitos): ".
           ACCEPT que-activo.
           IF que-activo = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-activo TO act-id.
           READ activos-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe el activo: " que-activo
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO activo-fijo-registro.
           MOVE que-activo TO act-id.
           MOVE 0 TO act-amort-acumulada act-ultimo-periodo
               act-fecha-baja act-importe-baja act-resultado-baja.
           SET act-en-uso TO TRUE.

           DISPLAY "Descripcion: ".
           ACCEPT act-descripcion.
           MOVE FUNCTION UPPER-CASE(act-descripcion)
               TO act-descripcion.

           PERFORM CAPTURAR-DEPARTAMENTO.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha de adquisicion (AAAAMMDD): ".
           ACCEPT act-fecha-alta.
           MOVE "V" TO sf-operacion.
           MOVE act-fecha-alta TO sf-fecha-1.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-incorrecto
               DISPLAY "Fecha invalida: " act-fecha-alta
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Costo de adquisicion (EUR): ".
           ACCEPT act-costo.
           IF act-costo = 0
               DISPLAY "El costo no puede ser cero"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-DATOS-AMORTIZACION.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-CUENTA-ACTIVO.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Asentar la adquisicion en el diario? (s/n)".
           ACCEPT asentar-alta.
           MOVE FUNCTION UPPER-CASE(asentar-alta) TO asentar-alta.

           IF asentar-alta = "S"
               MOVE act-fecha-alta TO cp-fecha
               CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado
               IF cp-periodo-cerrado
                   DISPLAY "Mes cerrado, la adquisicion no se "
                       "puede asentar: " act-fecha-alta
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           WRITE activo-fijo-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el activo, estado: "
                       estado-activos
                   EXIT PARAGRAPH
           END-WRITE.

           DISPLAY "Activo grabado: " act-id.

           IF asentar-alta = "S"
               PERFORM ASENTAR-ADQUISICION
           END-IF.

       CAPTURAR-DEPARTAMENTO.
           MOVE "S" TO dato-invalido.

           DISPLAY "Departamento que lo usa: ".
           ACCEPT act-depto-id.
           MOVE FUNCTION UPPER-CASE(act-depto-id) TO act-depto-id.

           MOVE act-depto-id TO depto-id.
           READ departamentos-archivo
               INVALID KEY
                   DISPLAY "Departamento inexistente: " act-depto-id
                   EXIT PARAGRAPH
           END-READ.

           IF NOT depto-activo
               DISPLAY "Departamento inactivo: " act-depto-id
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO dato-invalido.

       CAPTURAR-DATOS-AMORTIZACION.
           MOVE "S" TO dato-invalido.

           DISPLAY "Vida util en meses: ".
           ACCEPT act-vida-meses.
           IF act-vida-meses = 0
               DISPLAY "La vida util no puede ser cero"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Valor residual (EUR): ".
           ACCEPT act-valor-residual.
           IF act-valor-residual >= act-costo
               DISPLAY "El residual debe ser menor que el costo"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Metodo (L=lineal D=degresivo): ".
           ACCEPT act-metodo.
           MOVE FUNCTION UPPER-CASE(act-metodo) TO act-metodo.
           IF NOT act-metodo-lineal AND NOT act-metodo-degresivo
               DISPLAY "Metodo invalido: " act-metodo
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO dato-invalido.

       CAPTURAR-CUENTA-ACTIVO.
           MOVE "S" TO dato-invalido.

           DISPLAY "Cuenta de inmovilizado (2160/2170/2180...): ".
           ACCEPT act-cuenta-activo.

           IF act-cuenta-activo(1:1) NOT = "2"
               DISPLAY "La cuenta debe ser del grupo 2: "
                   act-cuenta-activo
               EXIT PARAGRAPH
           END-IF.

           IF hay-plan = "S"
               MOVE act-cuenta-activo TO cta-codigo
               READ plan-cuentas
                   INVALID KEY
                       DISPLAY "Cuenta fuera del plan: "
                           act-cuenta-activo
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           MOVE "N" TO dato-invalido.

       ASENTAR-ADQUISICION.
           MOVE SPACES TO ad-referencia.
           MOVE act-id TO ad-referencia(1:6).
           MOVE act-fecha-alta TO ad-fecha.
           MOVE "ACTIVOS" TO ad-origen.
           MOVE act-depto-id TO ad-depto-id.

           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE act-cuenta-activo TO ad-cuenta.
           MOVE act-costo TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE cuenta-prov-inmovilizado TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE act-costo TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF ad-correcto
               DISPLAY "Adquisicion asentada, asiento " ad-numero
           ELSE
               DISPLAY "La adquisicion NO se asento"
           END-IF.

       MODIFICAR-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF estado-activos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF act-dado-de-baja
               DISPLAY "Activo dado de baja, no se modifica"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-ACTIVO.

           DISPLAY "Descripcion nueva (vacio = igual): ".
           ACCEPT que-descripcion-nueva.
           IF que-descripcion-nueva NOT = SPACES
               MOVE FUNCTION UPPER-CASE(que-descripcion-nueva)
                   TO act-descripcion
           END-IF.

           PERFORM CAPTURAR-DEPARTAMENTO.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

      *    EL COSTO Y LA CUENTA QUEDAN FIJOS; VIDA, RESIDUAL Y
      *    METODO SE PUEDEN REVISAR Y RIGEN DESDE EL MES SIGUIENTE
           PERFORM CAPTURAR-DATOS-AMORTIZACION.
           IF dato-invalido = "S"
               EXIT PARAGRAPH
           END-IF.

           REWRITE activo-fijo-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el activo, estado: "
                       estado-activos
               NOT INVALID KEY
                   DISPLAY "Activo actualizado: " act-id
           END-REWRITE.

       CONSULTAR-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF estado-activos = "00"
               PERFORM MOSTRAR-ACTIVO
           END-IF.

       LEER-ACTIVO.
           DISPLAY "Numero de activo: ".
           ACCEPT que-activo.

           MOVE que-activo TO act-id.
           READ activos-archivo
               INVALID KEY
                   DISPLAY "Activo inexistente: " que-activo
           END-READ.

       MOSTRAR-ACTIVO.
           COMPUTE valor-neto = act-costo - act-amort-acumulada.
           MOVE act-costo TO costo-edit.
           MOVE act-amort-acumulada TO amort-edit.
           MOVE valor-neto TO neto-edit.

           DISPLAY "Activo......: " act-id " " act-descripcion.
           DISPLAY "Departamento: " act-depto-id
               "  Cuenta: " act-cuenta-activo.
           DISPLAY "Alta........: " act-fecha-alta
               "  Vida: " act-vida-meses " meses  Metodo: "
               act-metodo.
           DISPLAY "Costo.......: " costo-edit.
           DISPLAY "Amortizado..: " amort-edit
               "  hasta " act-ultimo-periodo.
           DISPLAY "Valor neto..: " neto-edit.
           IF act-dado-de-baja
               MOVE act-resultado-baja TO neto-edit
               DISPLAY "BAJA el " act-fecha-baja
                   "  resultado: " neto-edit
           END-IF.

      *    LA BAJA TOMA LA AMORTIZACION ACUMULADA HASTA LA ULTIMA
      *    CORRIDA MENSUAL: LA CORRIDA DEL MES ANTERIOR A LA BAJA
      *    DEBE ESTAR HECHA PARA QUE EL RESULTADO SEA EL CORRECTO.
       BAJA-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF estado-activos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           IF act-dado-de-baja
               DISPLAY "El activo ya esta dado de baja"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-ACTIVO.

           DISPLAY "Fecha de la baja (AAAAMMDD): ".
           ACCEPT act-fecha-baja.
           MOVE "V" TO sf-operacion.
           MOVE act-fecha-baja TO sf-fecha-1.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-incorrecto OR act-fecha-baja < act-fecha-alta
               DISPLAY "Fecha de baja invalida: " act-fecha-baja
               EXIT PARAGRAPH
           END-IF.

           MOVE act-fecha-baja TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Mes cerrado, no se admite la baja: "
                   act-fecha-baja
               EXIT PARAGRAPH
           END-IF.

           IF act-ultimo-periodo < act-fecha-baja(1:6)
               DISPLAY "AVISO: amortizado solo hasta "
                   act-ultimo-periodo
           END-IF.

           DISPLAY "Importe cobrado por la venta (0 = desguace): ".
           ACCEPT act-importe-baja.

           COMPUTE valor-neto = act-costo - act-amort-acumulada.
           COMPUTE act-resultado-baja =
               act-importe-baja - valor-neto.
           MOVE act-resultado-baja TO neto-edit.
           DISPLAY "Resultado de la baja: " neto-edit.

           DISPLAY "¿Confirma la baja? (s/n)".
           ACCEPT confirmar-baja.
           MOVE FUNCTION UPPER-CASE(confirmar-baja) TO confirmar-baja.
           IF confirmar-baja NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASENTAR-BAJA.
           IF ad-fallido
               DISPLAY "La baja NO se asento; el activo sigue en uso"
               EXIT PARAGRAPH
           END-IF.

           SET act-dado-de-baja TO TRUE.
           REWRITE activo-fijo-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el activo, estado: "
                       estado-activos
               NOT INVALID KEY
                   DISPLAY "Activo dado de baja, asiento " ad-numero
           END-REWRITE.

       ASENTAR-BAJA.
           MOVE SPACES TO ad-referencia.
           MOVE act-id TO ad-referencia(1:6).
           MOVE act-fecha-baja TO ad-fecha.
           MOVE "BAJAACTIVO" TO ad-origen.
           MOVE act-depto-id TO ad-depto-id.

           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE cuenta-amort-acumulada TO ad-cuenta.
           MOVE act-amort-acumulada TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE cuenta-bancos TO ad-cuenta.
           MOVE act-importe-baja TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF act-resultado-baja < 0
               COMPUTE resultado-absoluto = 0 - act-resultado-baja
               MOVE cuenta-perdida-baja TO ad-cuenta
               MOVE resultado-absoluto TO ad-debe
               MOVE 0 TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
           END-IF.

           MOVE act-cuenta-activo TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE act-costo TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF act-resultado-baja > 0
               MOVE act-resultado-baja TO resultado-absoluto
               MOVE cuenta-beneficio-baja TO ad-cuenta
               MOVE 0 TO ad-debe
               MOVE resultado-absoluto TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
           END-IF.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       LISTAR-ACTIVOS.
           MOVE 0 TO act-id.
           START activos-archivo KEY IS NOT LESS THAN act-id
               INVALID KEY
                   DISPLAY "El registro de activos esta vacio"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-activos.
           PERFORM LISTAR-UN-ACTIVO
           UNTIL leyendo-activos = "N".

       LISTAR-UN-ACTIVO.
           READ activos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-activos
               NOT AT END
                   COMPUTE valor-neto =
                       act-costo - act-amort-acumulada
                   MOVE valor-neto TO neto-edit
                   DISPLAY act-id " " act-estado " " act-depto-id
                       " " act-descripcion " " neto-edit
           END-READ.

       END PROGRAM "MANTENIMIENTO_ACTIVOS".
