      * Author:
      * Date:
      * Purpose: Orquestador del fin de dia.  Ejecuta en orden la
      *          secuencia nocturna (activacion de los precios que
      *          rigen manana, propuesta de reposicion a
      *          tiendas, posteo de movimientos, stock critico,
      *          stock por caducar, ordenes de compra sin acuse del
      *          proveedor, listado de empleados y
      *          exportacion CSV), anota el inicio, fin y resultado de
      *          cada paso en fin-de-dia.dat, detiene la cadena al
      *          fallar un paso y, al relanzar, salta los pasos ya
       77  ix-paso                     PIC 9(2) VALUE 0.
       77  pasos-leidos                PIC 9(2) VALUE 0.
       77  pasos-ejecutados            PIC 9(2) VALUE 0.
       77  total-pasos                 PIC 9(2) VALUE 10.
       77  programa-a-llamar           PIC X(30) VALUE SPACES.

      *    LA SECUENCIA NOCTURNA CONFIGURADA, EN ORDEN
       01  tabla-pasos.
           05  entrada-paso OCCURS 10 TIMES.
               10  tp-programa         PIC X(30).
               10  tp-resultado        PIC X.

       01  nombres-pasos.
      *    LOS PRECIOS PROGRAMADOS SE ACTIVAN PRIMERO: TODO LO QUE
      *    SIGUE EN LA CADENA YA VE EL PRECIO DE MANANA
           05  FILLER                  PIC X(30)
               VALUE "ACTIVAR_PRECIOS_FUTUROS".
      *    LA PROPUESTA DE REPOSICION VA ANTES DEL POSTEO: ASI VE
      *    COMO PENDIENTES LAS VENTAS DEL DIA DE LAS TIENDAS Y LOS
      *    TRASLADOS QUE AUN ESTAN EN CAMINO
           05  FILLER                  PIC X(30)
               VALUE "PROPUESTA_REPOSICION".
           05  FILLER                  PIC X(30)
               VALUE "POSTEO_MOVIMIENTOS_PRODUCTO".
           05  FILLER                  PIC X(30)
               VALUE "REPORTE_STOCK_CRITICO".
           05  FILLER                  PIC X(30)
               VALUE "REPORTE_STOCK_POR_CADUCAR".
      *    LAS ORDENES TRANSMITIDAS SIN ACUSE SE RECLAMAN POR LA
      *    MANANA, CON EL LISTADO RECIEN SALIDO
           05  FILLER                  PIC X(30)
               VALUE "ACUSES_PENDIENTES".
           05  FILLER                  PIC X(30)
               VALUE "PRINT_EMPLEADO_I".
           05  FILLER                  PIC X(30)
      *    DETECTA LA MISMA NOCHE EN QUE NACE
           05  FILLER                  PIC X(30)
               VALUE "AUDITOR_INTEGRIDAD".
      *    Y LA CONTINUIDAD DE LAS SERIES DE NUMERACION: UN HUECO DE
      *    FACTURA SE VE AL DIA SIGUIENTE, NO EN UNA INSPECCION
           05  FILLER                  PIC X(30)
               VALUE "AUDITOR_NUMERACION".
       01  nombres-pasos-tabla REDEFINES nombres-pasos.
           05  np-programa OCCURS 10 TIMES PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
