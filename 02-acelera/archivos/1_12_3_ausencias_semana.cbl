      * Date:
      * Purpose: Lista de quien falta esta semana.  Recorre
      *          asistencia.dat y junta las ausencias justificadas
      *          (vacaciones, baja medica, permiso con o sin
      *          sueldo) de los proximos
      *          siete dias, con el nombre resuelto en
      *          empleados-i.dat, para que el encargado arme los
      *          turnos sin mirar el calendario de la pared.
                   MOVE "N" TO si-no
               NOT AT END
                   IF (asis-vacaciones OR asis-baja-medica
                       OR asis-permiso OR asis-sin-sueldo)
                   AND asis-fecha >= fecha-hoy
                   AND asis-fecha <= fecha-tope
                       PERFORM LISTAR-AUSENCIA
