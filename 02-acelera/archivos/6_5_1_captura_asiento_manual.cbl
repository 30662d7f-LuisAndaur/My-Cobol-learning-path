      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captura de asientos manuales del contable (ajustes,
      *          periodificaciones, reclasificaciones) que el posteo
      *          diario no produce.  Cada cuenta se valida contra
      *          plan-cuentas.dat, la fecha no puede caer en un mes
      *          cerrado (CONTROL-PERIODO) y un asiento descuadrado
      *          no se graba.  Cada linea puede llevar el
      *          departamento (centro de costo) al que se imputa,
      *          validado contra departamentos.dat.  El asiento
      *          queda pendiente en asientos-manuales.dat hasta que
      *          otro supervisor lo apruebe en
      *          APROBAR_ASIENTOS_MANUALES; solo entonces llega al
      *          diario.  Numeracion desde
      *          asientos-manuales-control.dat, como los vales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CAPTURA_ASIENTO_MANUAL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ASIENTOS MANUALES EN MODO INDEXADO
       SELECT manuales-archivo
       ASSIGN TO "asientos-manuales.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS am-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-manuales.

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

      *REGISTRO DE NUMERACION DE ASIENTOS MANUALES (UN SOLO REGISTRO)
       SELECT manuales-control
       ASSIGN TO "asientos-manuales-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       DATA DIVISION.
       FILE SECTION.
      *ASIENTOS MANUALES
       FD manuales-archivo.
           COPY "ASIENTO-MANUAL.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *REGISTRO DE NUMERACION
       FD manuales-control.
       01  control-registro.
           05  ctrl-ultimo-manual      PIC 9(6).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-manuales             PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  hay-deptos                  PIC X VALUE "N".
       77  estado-control              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  numero-manual               PIC 9(6) VALUE 0.
       77  fin-lineas                  PIC X VALUE "N".
       77  linea-valida                PIC X VALUE "N".
       77  que-cuenta                  PIC X(4) VALUE SPACES.
       77  que-depto                   PIC X(4) VALUE SPACES.
       77  que-debe                    PIC 9(8)V99 VALUE 0.
       77  que-haber                   PIC 9(8)V99 VALUE 0.
       77  suma-debe                   PIC 9(10)V99 VALUE 0.
       77  suma-haber                  PIC 9(10)V99 VALUE 0.
       77  suma-edit                   PIC Z.ZZZ.ZZZ.ZZ9,99.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

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

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM CAPTURAR-UN-ASIENTO
           UNTIL si-no = "N".

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
           OPEN I-O manuales-archivo.
           IF estado-manuales = "35"
               OPEN OUTPUT manuales-archivo
               CLOSE manuales-archivo
               OPEN I-O manuales-archivo
           END-IF.
           IF estado-manuales NOT = "00"
               DISPLAY "No se pudo abrir asientos-manuales.dat, "
                   "estado: " estado-manuales
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN PLAN DE CUENTAS NO HAY CONTRA QUE VALIDAR: NO SE
      *    CAPTURA NADA
           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               CLOSE manuales-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos = "00"
               MOVE "S" TO hay-deptos
           ELSE
               MOVE "N" TO hay-deptos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE manuales-archivo.
           CLOSE plan-cuentas.
           IF hay-deptos = "S"
               CLOSE departamentos-archivo
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT manuales-control.
           IF estado-control = "35"
               MOVE 0 TO numero-manual
           ELSE
               READ manuales-control
                   AT END
                       MOVE 0 TO numero-manual
                   NOT AT END
                       MOVE ctrl-ultimo-manual TO numero-manual
               END-READ
               CLOSE manuales-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT manuales-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar "
                   "asientos-manuales-control.dat, estado: "
                   estado-control
           ELSE
               MOVE numero-manual TO ctrl-ultimo-manual
               WRITE control-registro
               CLOSE manuales-control
           END-IF.

       CAPTURAR-UN-ASIENTO.
           MOVE SPACES TO asiento-manual-registro.
           MOVE 0 TO am-asiento am-asiento-reversion
               am-total-lineas am-fecha-resolucion.

           DISPLAY "Fecha del asiento (AAAAMMDD): ".
           ACCEPT am-fecha.

           MOVE "V" TO sf-operacion.
           MOVE am-fecha TO sf-fecha-1.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-incorrecto
               DISPLAY "Fecha invalida: " am-fecha
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE am-fecha TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Mes cerrado, no se admiten asientos con "
                   "fecha " am-fecha
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Concepto: ".
           ACCEPT am-concepto.
           MOVE FUNCTION UPPER-CASE(am-concepto) TO am-concepto.

           DISPLAY "¿Asiento de reversion al mes siguiente? (s/n)".
           ACCEPT am-reversion.
           MOVE FUNCTION UPPER-CASE(am-reversion) TO am-reversion.
           IF am-reversion NOT = "S"
               MOVE "N" TO am-reversion
           END-IF.

           MOVE 0 TO suma-debe.
           MOVE 0 TO suma-haber.
           MOVE "N" TO fin-lineas.
           DISPLAY "Lineas del asiento (cuenta vacia = terminar)".
           PERFORM CAPTURAR-UNA-LINEA
           UNTIL fin-lineas = "S".

           IF am-total-lineas < 2
               DISPLAY "Un asiento necesita al menos dos lineas, "
                   "no se graba"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           IF suma-debe NOT = suma-haber
               MOVE suma-debe TO suma-edit
               DISPLAY "Asiento descuadrado, no se graba: debe "
                   suma-edit
               MOVE suma-haber TO suma-edit
               DISPLAY "                               haber "
                   suma-edit
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-manual.
           MOVE numero-manual TO am-numero.
           MOVE empleado-firmado TO am-capturado-por.
           MOVE fecha-sistema(1:8) TO am-fecha-captura.
           SET am-pendiente TO TRUE.
           MOVE SPACES TO am-resuelto-por.

           WRITE asiento-manual-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el asiento, estado: "
                       estado-manuales
                   SUBTRACT 1 FROM numero-manual
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   DISPLAY "Asiento manual " numero-manual
                       " pendiente de aprobacion"
           END-WRITE.

           PERFORM REINICIAR.

       CAPTURAR-UNA-LINEA.
           IF am-total-lineas >= 20
               DISPLAY "Maximo de 20 lineas por asiento"
               MOVE "S" TO fin-lineas
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO que-cuenta.
           DISPLAY "Cuenta: ".
           ACCEPT que-cuenta.
           IF que-cuenta = SPACES
               MOVE "S" TO fin-lineas
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   DISPLAY "Cuenta fuera del plan: " que-cuenta
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY cta-codigo " " cta-descripcion.
           DISPLAY "Debe: ".
           ACCEPT que-debe.
           DISPLAY "Haber: ".
           ACCEPT que-haber.

      *    CADA LINEA VA AL DEBE O AL HABER, NUNCA A LOS DOS
           MOVE "N" TO linea-valida.
           IF que-debe NOT = 0 AND que-haber = 0
               MOVE "S" TO linea-valida
           END-IF.
           IF que-debe = 0 AND que-haber NOT = 0
               MOVE "S" TO linea-valida
           END-IF.
           IF linea-valida = "N"
               DISPLAY "Importe al debe o al haber, no a ambos ni "
                   "a ninguno; linea descartada"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-DEPARTAMENTO.
           IF linea-valida = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO am-total-lineas.
           MOVE que-cuenta TO am-cuenta(am-total-lineas).
           MOVE que-debe TO am-debe(am-total-lineas).
           MOVE que-haber TO am-haber(am-total-lineas).
           MOVE que-depto TO am-depto-id(am-total-lineas).
           ADD que-debe TO suma-debe.
           ADD que-haber TO suma-haber.

       CAPTURAR-DEPARTAMENTO.
           MOVE SPACES TO que-depto.
           DISPLAY "Departamento (vacio = ninguno): ".
           ACCEPT que-depto.
           MOVE FUNCTION UPPER-CASE(que-depto) TO que-depto.
           IF que-depto = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO linea-valida.
           IF hay-deptos = "N"
               DISPLAY "Sin departamentos.dat, linea descartada"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-depto TO depto-id.
           READ departamentos-archivo
               INVALID KEY
                   DISPLAY "Departamento inexistente: " que-depto
                       "; linea descartada"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT depto-activo
               DISPLAY "Departamento inactivo: " que-depto
                   "; linea descartada"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO linea-valida.

       REINICIAR.
           DISPLAY "¿Desea capturar otro asiento? (s/n)".
           ACCEPT si-no.

           IF si-no = "s" OR si-no = "S"
               MOVE "S" TO  si-no
               ELSE
                   MOVE "N" TO  si-no
           END-IF.

       END PROGRAM "CAPTURA_ASIENTO_MANUAL".
