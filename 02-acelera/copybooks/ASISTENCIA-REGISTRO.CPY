      *    TIPO DEL DIA: P = PRESENCIA FICHADA (ESPACIO EN LOS
      *    REGISTROS HISTORICOS), V/B/E = AUSENCIA JUSTIFICADA
      *    GENERADA POR LA APROBACION DE PERMISOS, CON HORAS EN
      *    CERO.  EL REPORTE MENSUAL YA NO LAS CUENTA COMO FALTA.
      *    S = PERMISO SIN SUELDO: JUSTIFICADO PARA EL REPORTE, PERO
      *    LA NOMINA LO DESCUENTA Y NO DEVENGA PAGA EXTRA
           05  asis-tipo               PIC X.
               88  asis-presencia      VALUE "P" " ".
               88  asis-vacaciones     VALUE "V".
               88  asis-baja-medica    VALUE "B".
               88  asis-permiso        VALUE "E".
               88  asis-sin-sueldo     VALUE "S".
