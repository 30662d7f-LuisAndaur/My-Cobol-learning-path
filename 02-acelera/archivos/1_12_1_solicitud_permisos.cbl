      * Author:
      * Date:
      * Purpose: Captura de solicitudes de ausencia (V=vacaciones,
      *          B=baja medica, E=permiso, S=permiso sin sueldo) y
      *          carga del derecho anual de vacaciones por
      *          empleado.  Cada solicitud valida
      *          el empleado contra empleados-i.dat, las fechas con
      *          SERVICIOS-FECHA y cuenta los dias habiles del rango
      *          con el calendario de feriados; las vacaciones se
           END-READ.

           DISPLAY "Tipo (V=vacaciones, B=baja medica, "
               "E=permiso, S=permiso sin sueldo): ".
           ACCEPT tipo-capturado.
           MOVE FUNCTION UPPER-CASE(tipo-capturado)
               TO tipo-capturado.

           IF tipo-capturado NOT = "V" AND tipo-capturado NOT = "B"
           AND tipo-capturado NOT = "E" AND tipo-capturado NOT = "S"
               DISPLAY "Tipo invalido: " tipo-capturado
               EXIT PARAGRAPH
           END-IF.
