      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subrutina CALLable de explosion de kits.  Dado un
      *          producto devuelve si es kit (tiene lineas en la
      *          lista de materiales kits.dat) y sus componentes con
      *          la cantidad que lleva cada kit.  Sin kits.dat, o sin
      *          lineas para el producto, lo devuelve como articulo
      *          suelto.  Mismo patron de CALL que SERVICIOS-CAMBIO:
      *          abre y cierra el archivo en cada llamada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SERVICIOS-KIT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LISTA DE MATERIALES DE KITS, SOLO LECTURA
       SELECT kits-archivo
       ASSIGN TO "kits.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS kit-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-kits.

       DATA DIVISION.
       FILE SECTION.
      *LISTA DE MATERIALES
       FD kits-archivo.
           COPY "KIT-COMPONENTE.CPY".

       WORKING-STORAGE SECTION.
       77  estado-kits             PIC X(02) VALUE "00".
       77  leyendo-kits            PIC X VALUE "S".

       LINKAGE SECTION.
           COPY "KIT-EXPLOSION.CPY".

       PROCEDURE DIVISION USING kit-explosion.
       MAIN-PROCEDURE.
           SET kex-no-es-kit TO TRUE.
           MOVE 0 TO kex-total.

           OPEN INPUT kits-archivo.
           IF estado-kits NOT = "00"
               GOBACK
           END-IF.

           MOVE kex-producto TO kit-producto-id.
           MOVE 0 TO kit-componente-id.
           START kits-archivo KEY IS NOT LESS THAN kit-clave
               INVALID KEY
                   CLOSE kits-archivo
                   GOBACK
           END-START.

           MOVE "S" TO leyendo-kits.
           PERFORM LEER-COMPONENTE
           UNTIL leyendo-kits = "N".

           CLOSE kits-archivo.

           IF kex-total > 0
               SET kex-es-kit TO TRUE
           END-IF.

           GOBACK.

       LEER-COMPONENTE.
           READ kits-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-kits
               NOT AT END
                   IF kit-producto-id NOT = kex-producto
                       MOVE "N" TO leyendo-kits
                   ELSE
                       IF kex-total >= 20
                           MOVE "N" TO leyendo-kits
                       ELSE
                           ADD 1 TO kex-total
                           MOVE kit-componente-id
                               TO kex-componente-id(kex-total)
                           MOVE kit-cantidad
                               TO kex-cantidad(kex-total)
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM "SERVICIOS-KIT".
