      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de servicios
      *          (servicios.dat): portes, manipulacion, instalacion
      *          y demas conceptos que se cobran sin ser articulos.
      *          Alta, modificacion, baja y listado.  Cada servicio
      *          lleva precio y moneda, codigo de IVA (validado
      *          contra tipos-iva.dat) y la cuenta de ingresos del
      *          plan de cuentas a la que el posteo manda su base.
      *          La baja no borra: marca el servicio para que no se
      *          pueda pedir mas, y los documentos ya emitidos lo
      *          siguen resolviendo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_SERVICIOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO DE SERVICIOS EN MODO INDEXADO
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

      *TABLA DE TIPOS DE IVA EN MODO INDEXADO
       SELECT tipos-iva
       ASSIGN TO "tipos-iva.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS iva-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-iva.

      *PLAN DE CUENTAS EN MODO INDEXADO
       SELECT plan-cuentas
       ASSIGN TO "plan-cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cta-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-plan.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *TABLA DE TIPOS DE IVA
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-servicio             PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  estado-iva                  PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  hay-tipos-iva               PIC X VALUE "N".
       77  hay-plan                    PIC X VALUE "N".
       77  leyendo-servicios           PIC X VALUE "S".
       77  que-servicio                PIC 9(6) VALUE 0.
       77  datos-validos               PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  descripcion-nueva           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-SERVICIOS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O servicios-archivo.
           IF estado-servicios = "35"
               OPEN OUTPUT servicios-archivo
               CLOSE servicios-archivo
               OPEN I-O servicios-archivo
           END-IF.
           IF estado-servicios NOT = "00"
               DISPLAY "No se pudo abrir servicios.dat, estado: "
                   estado-servicios
               STOP RUN
           END-IF.

      *    SIN TABLA DE IVA O SIN PLAN DE CUENTAS SE ACEPTA LO QUE
      *    SE TECLEE, CON AVISO; LA FACTURACION Y EL POSTEO YA
      *    TIENEN SUS PROPIOS RESPALDOS.
           OPEN INPUT tipos-iva.
           IF estado-iva = "00"
               MOVE "S" TO hay-tipos-iva
           ELSE
               DISPLAY "Sin tipos-iva.dat, el codigo de IVA no se "
                   "valida, estado: " estado-iva
           END-IF.

           OPEN INPUT plan-cuentas.
           IF estado-plan = "00"
               MOVE "S" TO hay-plan
           ELSE
               DISPLAY "Sin plan-cuentas.dat, la cuenta no se "
                   "valida, estado: " estado-plan
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE servicios-archivo.
           IF hay-tipos-iva = "S"
               CLOSE tipos-iva
           END-IF.
           IF hay-plan = "S"
               CLOSE plan-cuentas
           END-IF.

       MOSTRAR-MENU-SERVICIOS.
           DISPLAY "===== MAESTRO DE SERVICIOS =====".
           DISPLAY "(A)lta de servicio".
           DISPLAY "(M)odificar servicio".
           DISPLAY "(B)aja de servicio".
           DISPLAY "(L)istado completo".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-servicio.
           MOVE FUNCTION UPPER-CASE(opcion-servicio)
               TO opcion-servicio.

           EVALUATE opcion-servicio
               WHEN "A"
                   PERFORM ALTA-SERVICIO
               WHEN "M"
                   PERFORM MODIFICAR-SERVICIO
               WHEN "B"
                   PERFORM BAJA-SERVICIO
               WHEN "L"
                   PERFORM LISTAR-SERVICIOS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-SERVICIO.
           DISPLAY "Codigo del servicio (0 = volver): ".
           ACCEPT que-servicio.
           IF que-servicio = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-servicio TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe el servicio: " que-servicio
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO servicio-registro.
           MOVE que-servicio TO srv-codigo.
           SET srv-activo TO TRUE.

           DISPLAY "Descripcion: ".
           ACCEPT srv-descripcion.

           PERFORM CAPTURAR-DATOS-SERVICIO.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           WRITE servicio-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el servicio, estado: "
                       estado-servicios
               NOT INVALID KEY
                   DISPLAY "Servicio grabado: " srv-codigo " "
                       srv-descripcion
           END-WRITE.

       MODIFICAR-SERVICIO.
           DISPLAY "Codigo del servicio: ".
           ACCEPT que-servicio.

           MOVE que-servicio TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   DISPLAY "Servicio inexistente: " que-servicio
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-SERVICIO.

           DISPLAY "Descripcion (vacio = igual): ".
           ACCEPT descripcion-nueva.
           IF descripcion-nueva NOT = SPACES
               MOVE descripcion-nueva TO srv-descripcion
           END-IF.

           PERFORM CAPTURAR-DATOS-SERVICIO.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           REWRITE servicio-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar el servicio, "
                       "estado: " estado-servicios
               NOT INVALID KEY
                   DISPLAY "Servicio modificado: " srv-codigo
           END-REWRITE.

      *    PRECIO, MONEDA, IVA Y CUENTA, COMUNES AL ALTA Y A LA
      *    MODIFICACION
       CAPTURAR-DATOS-SERVICIO.
           MOVE "N" TO datos-validos.

           DISPLAY "Precio (ej 25,00): ".
           ACCEPT srv-precio.

           DISPLAY "Moneda (vacio = EUR): ".
           ACCEPT srv-moneda.
           MOVE FUNCTION UPPER-CASE(srv-moneda) TO srv-moneda.
           IF srv-moneda = SPACES
               MOVE "EUR" TO srv-moneda
           END-IF.

           DISPLAY "Codigo de IVA (GE/RE/SR, vacio = GE): ".
           ACCEPT srv-iva-codigo.
           MOVE FUNCTION UPPER-CASE(srv-iva-codigo) TO srv-iva-codigo.
           IF srv-iva-codigo = SPACES
               MOVE "GE" TO srv-iva-codigo
           END-IF.
           PERFORM VALIDAR-CODIGO-IVA.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta de ingresos (ej 7050): ".
           ACCEPT srv-cuenta.
           PERFORM VALIDAR-CUENTA-INGRESOS.

      *    EL CODIGO TIENE QUE TENER AL MENOS UNA VIGENCIA EN LA
      *    TABLA; SI NO, LA FACTURA SALDRIA AL TIPO DE RESPALDO
       VALIDAR-CODIGO-IVA.
           MOVE "S" TO datos-validos.
           IF hay-tipos-iva = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE srv-iva-codigo TO iva-codigo.
           MOVE 0 TO iva-vigencia.
           START tipos-iva KEY IS NOT LESS THAN iva-clave
               INVALID KEY
                   MOVE "N" TO datos-validos
               NOT INVALID KEY
                   READ tipos-iva NEXT RECORD
                       AT END
                           MOVE "N" TO datos-validos
                       NOT AT END
                           IF iva-codigo NOT = srv-iva-codigo
                               MOVE "N" TO datos-validos
                           END-IF
                   END-READ
           END-START.

           IF datos-validos = "N"
               DISPLAY "Codigo de IVA sin tipos en la tabla: "
                   srv-iva-codigo
           END-IF.

      *    LA BASE DEL SERVICIO ES UN INGRESO: NO SE ACEPTA UNA
      *    CUENTA DE OTRO TIPO NI UNA QUE NO ESTE EN EL PLAN
       VALIDAR-CUENTA-INGRESOS.
           MOVE "S" TO datos-validos.
           IF hay-plan = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE srv-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   DISPLAY "Cuenta inexistente en el plan: "
                       srv-cuenta
                   MOVE "N" TO datos-validos
               NOT INVALID KEY
                   IF NOT cta-ingreso
                       DISPLAY "La cuenta " srv-cuenta
                           " no es de ingresos"
                       MOVE "N" TO datos-validos
                   END-IF
           END-READ.

       BAJA-SERVICIO.
           DISPLAY "Codigo del servicio: ".
           ACCEPT que-servicio.

           MOVE que-servicio TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   DISPLAY "Servicio inexistente: " que-servicio
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-SERVICIO.

           DISPLAY "¿Dar de baja el servicio? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET srv-baja TO TRUE.
           REWRITE servicio-registro
               INVALID KEY
                   DISPLAY "No se pudo dar de baja, estado: "
                       estado-servicios
               NOT INVALID KEY
                   DISPLAY "Servicio dado de baja: " srv-codigo
           END-REWRITE.

       MOSTRAR-SERVICIO.
           DISPLAY srv-codigo " " srv-descripcion.
           DISPLAY "  Precio " srv-precio " " srv-moneda
               "  IVA " srv-iva-codigo "  cuenta " srv-cuenta
               "  estado " srv-estado.

       LISTAR-SERVICIOS.
           MOVE 0 TO srv-codigo.
           START servicios-archivo KEY IS NOT LESS THAN srv-codigo
               INVALID KEY
                   DISPLAY "Sin servicios en el maestro"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-servicios.
           PERFORM LISTAR-UN-SERVICIO
           UNTIL leyendo-servicios = "N".

       LISTAR-UN-SERVICIO.
           READ servicios-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-servicios
               NOT AT END
                   PERFORM MOSTRAR-SERVICIO
           END-READ.

       END PROGRAM "MANTENIMIENTO_SERVICIOS".
