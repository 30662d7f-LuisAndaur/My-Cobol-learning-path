       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *FINIQUITOS LIQUIDADOS, SOLO PARA AVISAR SI FALTA
       SELECT finiquitos-archivo
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fin-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-finiquitos.

      *ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION, SOLO SE AGREGA
      *AL FINAL; LOS APLICA O RECHAZA APROBAR_CAMBIOS_EMPLEADO
       SELECT cambios-pendientes
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *FINIQUITOS LIQUIDADOS
       FD finiquitos-archivo.
           COPY "FINIQUITO-REGISTRO.CPY".

      *ARCHIVO DE CAMBIOS PENDIENTES
       FD cambios-pendientes.
           COPY "EMPLEADOS-PENDIENTE.CPY".
       77  que-id                      PIC X(7) VALUE SPACES.
       01  estado-empleados            PIC X(02) VALUE "00".
       01  estado-pendientes           PIC X(02) VALUE "00".
       01  estado-finiquitos           PIC X(02) VALUE "00".
       77  id-solicitante              PIC X(7) VALUE SPACES.
       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
                       MOVE 2 TO estado-propuesto
                   END-IF

                   IF estado-propuesto = 2
                       PERFORM VERIFICAR-FINIQUITO
                   END-IF

                   PERFORM SOLICITAR-BAJA
               ELSE
                   DISPLAY "Baja cancelada para: " que-id
                   "por un supervisor: " que-id
           END-IF.

      *    LA BAJA PERMANENTE NO SE FRENA SIN FINIQUITO (PUEDE
      *    LIQUIDARSE DESPUES), PERO EL SUPERVISOR QUEDA AVISADO.
       VERIFICAR-FINIQUITO.
           OPEN INPUT finiquitos-archivo.
           IF estado-finiquitos NOT = "00"
               DISPLAY "AVISO: no se ha liquidado el finiquito de "
                   que-id " (FINIQUITO_EMPLEADO)"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO fin-empleados-id.
           READ finiquitos-archivo
               INVALID KEY
                   DISPLAY "AVISO: no se ha liquidado el finiquito "
                       "de " que-id " (FINIQUITO_EMPLEADO)"
               NOT INVALID KEY
                   DISPLAY "Finiquito liquidado el " fin-fecha-calculo
                       ", baja " fin-fecha-baja
           END-READ.

           CLOSE finiquitos-archivo.

       REINICIAR.
           DISPLAY "¿Desea dar de baja otro empleado?(s/n)".
           ACCEPT si-no.
