           END-IF.

       CALCULAR-MINUTOS-DIA.
      *    LA AUSENCIA JUSTIFICADA (VACACIONES, BAJA, PERMISO CON
      *    O SIN SUELDO)
      *    CUENTA COMO DIA CUBIERTO SIN HORAS: YA NO SALE COMO
      *    FALTA EN EL MES.
           IF asis-vacaciones OR asis-baja-medica OR asis-permiso
           OR asis-sin-sueldo
               MOVE 0 TO minutos-dia
               MOVE 0 TO minutos-extra-dia
               EXIT PARAGRAPH
