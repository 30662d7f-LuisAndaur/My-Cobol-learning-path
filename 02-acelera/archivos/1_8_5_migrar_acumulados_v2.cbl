      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de los acumulados de nomina al
      *          formato con desglose mensual del bruto y de cada
      *          deduccion.  Se renombra antes el archivo vivo a
      *          nomina-acumulados-v1.dat; este programa lo lee con
      *          el layout anterior, conserva los totales del
      *          ejercicio y deja los doce meses a cero, porque lo ya
      *          acumulado no se puede repartir por mes: los meses
      *          corridos a partir de la conversion se van
      *          desglosando solos.  Mismo esquema que
      *          MIGRAR_NOMINA_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_ACUMULADOS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUMULADOS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT acumulados-origen
       ASSIGN TO "nomina-acumulados-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *ACUMULADOS EN FORMATO NUEVO (DESTINO)
       SELECT acumulados-destino
       ASSIGN TO "nomina-acumulados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SOLO TOTALES DEL EJERCICIO
       FD acumulados-origen.
       01  nomina-acumulado-v1.
           05  acu-clave-v1.
               10  acu-empleados-id-v1 PIC X(7).
               10  acu-anio-v1         PIC 9(4).
           05  acu-bruto-v1            PIC 9(8)V99.
           05  acu-deducciones-v1 OCCURS 3 TIMES.
               10  acu-ded-codigo-v1   PIC X(3).
               10  acu-ded-importe-v1  PIC 9(8)V99.
           05  acu-neto-v1             PIC 9(8)V99.

      *DESTINO: LAYOUT VIGENTE
       FD acumulados-destino.
           COPY "NOMINA-ACUMULADO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  ix-ded                      PIC 9 VALUE 0.
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT acumulados-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir nomina-acumulados-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre los acumulados viejos a "
                   "nomina-acumulados-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT acumulados-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir nomina-acumulados.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE acumulados-origen.
           CLOSE acumulados-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ acumulados-origen NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-origen NOT = "00"
                       DISPLAY "Error leyendo el origen, estado: "
                           estado-origen
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-leidos
                       PERFORM GRABAR-EN-DESTINO
                   END-IF
           END-READ.

      *    LOS TOTALES DEL EJERCICIO PASAN TAL CUAL; EL DESGLOSE
      *    MENSUAL ARRANCA A CERO.
       GRABAR-EN-DESTINO.
           INITIALIZE nomina-acumulado-registro.
           MOVE acu-empleados-id-v1 TO acu-empleados-id.
           MOVE acu-anio-v1         TO acu-anio.
           MOVE acu-bruto-v1        TO acu-bruto.

           MOVE 0 TO ix-ded.
           PERFORM COPIAR-DEDUCCION 3 TIMES.

           MOVE acu-neto-v1         TO acu-neto.

           WRITE nomina-acumulado-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       acu-empleados-id-v1 " " acu-anio-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       COPIAR-DEDUCCION.
           ADD 1 TO ix-ded.
           MOVE acu-ded-codigo-v1(ix-ded) TO acu-ded-codigo(ix-ded).
           MOVE acu-ded-importe-v1(ix-ded)
               TO acu-ded-importe(ix-ded).

       END PROGRAM "MIGRAR_ACUMULADOS_V2".
