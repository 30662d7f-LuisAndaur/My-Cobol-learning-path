      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subrutina CALLable de enmascarado de datos
      *          personales.  Los programas que muestran o imprimen
      *          salarios, cuentas bancarias, NIF o direcciones la
      *          invocan cuando el operador firmado no tiene perfil
      *          de supervisor (perfil devuelto por
      *          SEGURIDAD-SIGNON), asi un solo sitio decide como se
      *          ve un dato oculto.  Operaciones:
      *            C = cuenta o documento: solo quedan a la vista los
      *                cuatro ultimos caracteres, el resto en "*"
      *            T = total: todo caracter no blanco pasa a "*"
      *                (importes ya editados, direcciones)
      *          Los blancos se respetan para no alterar el ancho
      *          de la columna.  Mismo patron de CALL que
      *          SERVICIOS-FECHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ENMASCARAR-DATO".
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  ix-car                  PIC 9(2) VALUE 0.
       77  ultimo-car              PIC 9(2) VALUE 0.
       77  hasta-car               PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  md-operacion            PIC X.
           88  md-op-cuenta            VALUE "C".
           88  md-op-total             VALUE "T".
       01  md-dato                 PIC X(40).
       01  md-mascara              PIC X(40).

       PROCEDURE DIVISION USING md-operacion md-dato md-mascara.
       MAIN-PROCEDURE.
           MOVE md-dato TO md-mascara.

           EVALUATE TRUE
               WHEN md-op-cuenta
                   PERFORM ENMASCARAR-CUENTA
               WHEN md-op-total
                   MOVE 40 TO hasta-car
                   PERFORM ENMASCARAR-HASTA
               WHEN OTHER
                   DISPLAY "ENMASCARAR-DATO operacion invalida: "
                       md-operacion
                   MOVE ALL "*" TO md-mascara
           END-EVALUATE.

           GOBACK.

      *    LOS CUATRO ULTIMOS SE CUENTAN DESDE EL ULTIMO CARACTER NO
      *    BLANCO, NO DESDE EL FINAL DEL CAMPO
       ENMASCARAR-CUENTA.
           MOVE 40 TO ultimo-car.
           PERFORM RETROCEDER-BLANCO
           UNTIL ultimo-car = 0
               OR md-dato(ultimo-car:1) NOT = SPACE.

           IF ultimo-car <= 4
               EXIT PARAGRAPH
           END-IF.
           COMPUTE hasta-car = ultimo-car - 4.
           PERFORM ENMASCARAR-HASTA.

       RETROCEDER-BLANCO.
           SUBTRACT 1 FROM ultimo-car.

       ENMASCARAR-HASTA.
           MOVE 0 TO ix-car.
           PERFORM ENMASCARAR-CARACTER hasta-car TIMES.

       ENMASCARAR-CARACTER.
           ADD 1 TO ix-car.
           IF md-mascara(ix-car:1) NOT = SPACE
               MOVE "*" TO md-mascara(ix-car:1)
           END-IF.

       END PROGRAM "ENMASCARAR-DATO".
