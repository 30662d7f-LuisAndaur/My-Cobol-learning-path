      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de mandatos de adeudo directo SEPA
      *          (mandatos-sepa.dat), uno por cliente: alta con la
      *          referencia del mandato firmado, el IBAN del deudor
      *          (verificado con el digito de control modulo 97) y
      *          la fecha de firma; modificacion del IBAN y baja del
      *          mandato; y listado.  Solo los clientes con mandato
      *          activo entran en la remesa de adeudos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_MANDATOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MANDATOS DE ADEUDO DIRECTO EN MODO INDEXADO
       SELECT mandatos-archivo
       ASSIGN TO "mandatos-sepa.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS man-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-mandatos.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

       DATA DIVISION.
       FILE SECTION.
      *MANDATOS DE ADEUDO DIRECTO
       FD mandatos-archivo.
           COPY "MANDATO-SEPA.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-mandato              PIC X.
       77  salir-menu-mandato          PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-mandatos             PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  confirmar-baja              PIC X VALUE "N".

      *    VERIFICACION DEL IBAN (ISO 13616): LOS CUATRO PRIMEROS
      *    CARACTERES PASAN AL FINAL, CADA LETRA VALE 10 A 35 Y EL
      *    NUMERO RESULTANTE MODULO 97 DEBE DAR 1
       77  iban-entrada                PIC X(34) VALUE SPACES.
       77  iban-reordenado             PIC X(34) VALUE SPACES.
       77  iban-invalido               PIC X VALUE "S".
       77  largo-iban                  PIC 9(2) VALUE 0.
       77  ix-car                      PIC 9(2) VALUE 0.
       77  caracter-iban               PIC X VALUE SPACE.
       77  digito-iban                 PIC 9 VALUE 0.
       77  valor-letra                 PIC 9(2) VALUE 0.
       77  resto-iban                  PIC 9(4) VALUE 0.
       77  caracter-invalido           PIC X VALUE "N".
       77  fecha-invalida              PIC X VALUE "S".
       77  fecha-entrada               PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-MANDATOS
           UNTIL salir-menu-mandato = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O mandatos-archivo.
           IF estado-mandatos = "35"
               OPEN OUTPUT mandatos-archivo
               CLOSE mandatos-archivo
               OPEN I-O mandatos-archivo
           END-IF.
           IF estado-mandatos NOT = "00"
               DISPLAY "No se pudo abrir mandatos-sepa.dat, estado: "
                   estado-mandatos
               STOP RUN
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE mandatos-archivo.
           CLOSE clientes-archivo.

       MOSTRAR-MENU-MANDATOS.
           DISPLAY "===== MANDATOS DE ADEUDO DIRECTO =====".
           DISPLAY "(A)lta de mandato".
           DISPLAY "(M)odificar IBAN de un mandato".
           DISPLAY "(B)aja de mandato".
           DISPLAY "(L)istado de mandatos".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-mandato.
           MOVE FUNCTION UPPER-CASE(opcion-mandato) TO opcion-mandato.

           EVALUATE opcion-mandato
               WHEN "A"
                   PERFORM ALTA-MANDATO
               WHEN "M"
                   PERFORM MODIFICAR-MANDATO
               WHEN "B"
                   PERFORM BAJA-MANDATO
               WHEN "L"
                   PERFORM LISTAR-MANDATOS
               WHEN "S"
                   MOVE "S" TO salir-menu-mandato
               WHEN OTHER
                   DISPLAY "Opcion invalida: " opcion-mandato
           END-EVALUATE.

       ALTA-MANDATO.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.

           MOVE que-cliente TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente inexistente: " que-cliente
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY clientes-id " " clientes-nombre.

      *    UN MANDATO CANCELADO SE PUEDE REEMPLAZAR POR UNO NUEVO;
      *    UNO ACTIVO SE MODIFICA, NO SE DUPLICA
           MOVE que-cliente TO man-clientes-id.
           READ mandatos-archivo
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-READ.
           IF si-no = "S" AND man-activo
               DISPLAY "El cliente ya tiene mandato activo: "
                   man-referencia
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO mandato-registro.
           MOVE que-cliente TO man-clientes-id.

           DISPLAY "Referencia del mandato firmado: ".
           ACCEPT man-referencia.
           MOVE FUNCTION UPPER-CASE(man-referencia) TO man-referencia.
           IF man-referencia = SPACES
               DISPLAY "La referencia es obligatoria, alta cancelada"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO iban-invalido.
           PERFORM PEDIR-IBAN
           UNTIL iban-invalido = "N".
           MOVE iban-entrada TO man-iban.

           MOVE "S" TO fecha-invalida.
           PERFORM PEDIR-FECHA-FIRMA
           UNTIL fecha-invalida = "N".
           MOVE fecha-entrada TO man-fecha-firma.

           SET man-activo TO TRUE.
           MOVE 0 TO man-ultimo-cobro.

           IF si-no = "S"
               REWRITE mandato-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar el mandato, "
                           "estado: " estado-mandatos
                   NOT INVALID KEY
                       DISPLAY "Mandato dado de alta: "
                           man-referencia
               END-REWRITE
           ELSE
               WRITE mandato-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar el mandato, "
                           "estado: " estado-mandatos
                   NOT INVALID KEY
                       DISPLAY "Mandato dado de alta: "
                           man-referencia
               END-WRITE
           END-IF.

       PEDIR-IBAN.
           DISPLAY "IBAN del deudor (sin espacios): ".
           ACCEPT iban-entrada.
           MOVE FUNCTION UPPER-CASE(iban-entrada) TO iban-entrada.

           PERFORM VALIDAR-IBAN.
           IF iban-invalido = "S"
               DISPLAY "IBAN invalido: " iban-entrada
           END-IF.

       VALIDAR-IBAN.
           MOVE "S" TO iban-invalido.

           IF iban-entrada = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE largo-iban =
               FUNCTION LENGTH(FUNCTION TRIM(iban-entrada TRAILING)).

           IF largo-iban < 15
           OR iban-entrada(1:2) NOT ALPHABETIC-UPPER
           OR iban-entrada(3:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF iban-entrada(1:2) = "ES" AND largo-iban NOT = 24
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO iban-reordenado.
           STRING iban-entrada(5:largo-iban - 4)
               iban-entrada(1:4)
               DELIMITED BY SIZE INTO iban-reordenado.

           MOVE 0 TO resto-iban.
           MOVE 0 TO ix-car.
           MOVE "N" TO caracter-invalido.
           PERFORM SUMAR-CARACTER-IBAN
           UNTIL ix-car >= largo-iban
           OR caracter-invalido = "S".

           IF caracter-invalido = "N" AND resto-iban = 1
               MOVE "N" TO iban-invalido
           END-IF.

       SUMAR-CARACTER-IBAN.
           ADD 1 TO ix-car.
           MOVE iban-reordenado(ix-car:1) TO caracter-iban.

           IF caracter-iban IS NUMERIC
               MOVE caracter-iban TO digito-iban
               COMPUTE resto-iban =
                   FUNCTION MOD(resto-iban * 10 + digito-iban, 97)
               EXIT PARAGRAPH
           END-IF.

           IF caracter-iban IS ALPHABETIC-UPPER
           AND caracter-iban NOT = SPACE
               COMPUTE valor-letra =
                   FUNCTION ORD(caracter-iban) - FUNCTION ORD("A")
                   + 10
               COMPUTE resto-iban =
                   FUNCTION MOD(resto-iban * 100 + valor-letra, 97)
           ELSE
               MOVE "S" TO caracter-invalido
           END-IF.

       PEDIR-FECHA-FIRMA.
           DISPLAY "Fecha de firma del mandato (AAAAMMDD): ".
           ACCEPT fecha-entrada.

           IF fecha-entrada = 0
           OR fecha-entrada > fecha-hoy
           OR FUNCTION TEST-DATE-YYYYMMDD(fecha-entrada) NOT = 0
               DISPLAY "Fecha invalida o futura: " fecha-entrada
           ELSE
               MOVE "N" TO fecha-invalida
           END-IF.

      *    EL CAMBIO DE CUENTA DEL DEUDOR NO ROMPE LA SERIE DEL
      *    MANDATO: LOS ADEUDOS SIGUEN COMO RECURRENTES
       MODIFICAR-MANDATO.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.

           MOVE que-cliente TO man-clientes-id.
           READ mandatos-archivo
               INVALID KEY
                   DISPLAY "El cliente no tiene mandato: "
                       que-cliente
                   EXIT PARAGRAPH
           END-READ.

           IF man-cancelado
               DISPLAY "Mandato cancelado; registre uno nuevo (A)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Mandato....: " man-referencia.
           DISPLAY "IBAN actual: " man-iban.

           MOVE "S" TO iban-invalido.
           PERFORM PEDIR-IBAN
           UNTIL iban-invalido = "N".
           MOVE iban-entrada TO man-iban.

           REWRITE mandato-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar el mandato, "
                       "estado: " estado-mandatos
               NOT INVALID KEY
                   DISPLAY "Mandato modificado"
           END-REWRITE.

       BAJA-MANDATO.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.

           MOVE que-cliente TO man-clientes-id.
           READ mandatos-archivo
               INVALID KEY
                   DISPLAY "El cliente no tiene mandato: "
                       que-cliente
                   EXIT PARAGRAPH
           END-READ.

           IF man-cancelado
               DISPLAY "El mandato ya esta cancelado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Mandato " man-referencia.
           DISPLAY "¿Cancelar el mandato? (s/n)".
           ACCEPT confirmar-baja.
           MOVE FUNCTION UPPER-CASE(confirmar-baja) TO confirmar-baja.
           IF confirmar-baja NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET man-cancelado TO TRUE.
           REWRITE mandato-registro
               INVALID KEY
                   DISPLAY "No se pudo dar de baja el mandato, "
                       "estado: " estado-mandatos
               NOT INVALID KEY
                   DISPLAY "Mandato cancelado"
           END-REWRITE.

       LISTAR-MANDATOS.
           MOVE SPACES TO man-clientes-id.

           START mandatos-archivo KEY IS NOT LESS THAN man-clientes-id
               INVALID KEY
                   DISPLAY "Sin mandatos registrados"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM LISTAR-UN-MANDATO
           UNTIL si-no = "N".

       LISTAR-UN-MANDATO.
           READ mandatos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   DISPLAY man-clientes-id " " man-iban " firmado "
                       man-fecha-firma " estado " man-estado
                       " ultimo cobro " man-ultimo-cobro
                   DISPLAY "        " man-referencia
           END-READ.

       END PROGRAM "MANTENIMIENTO_MANDATOS".
