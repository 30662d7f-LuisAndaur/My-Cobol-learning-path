      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de nomina al formato
      *          con pagas extraordinarias (numero de pagas,
      *          prorrateo y fecha de incorporacion a nomina).  Se
      *          renombra antes el maestro vivo a nomina-i-v2.dat;
      *          este programa lo lee con el layout anterior,
      *          arranca a todos con las dos pagas del convenio sin
      *          prorratear y sin fecha de incorporacion (devengo
      *          completo) hasta que MANTENIMIENTO_NOMINA lo
      *          corrija, y reconstruye nomina-i.dat con el layout
      *          vigente.  Mismo esquema que MIGRAR_NOMINA_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_NOMINA_V3".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT nomina-origen
       ASSIGN TO "nomina-i-v2.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nomina-empleados-id-v2
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *MAESTRO EN FORMATO NUEVO (DESTINO)
       SELECT nomina-destino
       ASSIGN TO "nomina-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nomina-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN PAGAS EXTRAORDINARIAS
       FD nomina-origen.
       01  nomina-registro-v2.
           05  nomina-empleados-id-v2  PIC X(7).
           05  nomina-salario-base-v2  PIC 9(6)V99.
           05  nomina-grado-v2         PIC X(2).
           05  nomina-banco-v2         PIC X(4).
           05  nomina-cuenta-v2        PIC X(20).
           05  nomina-deducciones-v2 OCCURS 3 TIMES.
               10  nomina-ded-codigo-v2 PIC X(3).
               10  nomina-ded-pct-v2   PIC 9(2)V99.
           05  nomina-tarifa-extra-v2  PIC 9(3)V99.
           05  nomina-cuenta-estado-v2 PIC X.

      *DESTINO: LAYOUT VIGENTE
       FD nomina-destino.
           COPY "NOMINA-REGISTRO.CPY".

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
           OPEN INPUT nomina-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir nomina-i-v2.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro viejo a "
                   "nomina-i-v2.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT nomina-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir nomina-i.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE nomina-origen.
           CLOSE nomina-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ nomina-origen NEXT RECORD
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

      *    LAS DOS PAGAS DEL CONVENIO, COBRADAS EN SU MES, CON EL
      *    DEVENGO COMPLETO: ES LO QUE HASTA AHORA SE PAGABA A MANO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO nomina-registro.
           MOVE nomina-empleados-id-v2 TO nomina-empleados-id.
           MOVE nomina-salario-base-v2 TO nomina-salario-base.
           MOVE nomina-grado-v2        TO nomina-grado.
           MOVE nomina-banco-v2        TO nomina-banco.
           MOVE nomina-cuenta-v2       TO nomina-cuenta.

           MOVE 0 TO ix-ded.
           PERFORM COPIAR-DEDUCCION 3 TIMES.

           MOVE nomina-tarifa-extra-v2 TO nomina-tarifa-extra.
           MOVE nomina-cuenta-estado-v2 TO nomina-cuenta-estado.

           MOVE 2 TO nomina-pagas-extra.
           MOVE "N" TO nomina-extra-prorrateo.
           MOVE 0 TO nomina-fecha-alta.

           WRITE nomina-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       nomina-empleados-id-v2
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       COPIAR-DEDUCCION.
           ADD 1 TO ix-ded.
           MOVE nomina-ded-codigo-v2(ix-ded)
               TO nomina-ded-codigo(ix-ded).
           MOVE nomina-ded-pct-v2(ix-ded)
               TO nomina-ded-porcentaje(ix-ded).

       END PROGRAM "MIGRAR_NOMINA_V3".
