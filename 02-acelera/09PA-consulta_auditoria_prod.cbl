           PERFORM COMPARAR-CADUCIDAD.
           PERFORM COMPARAR-CRITICO.
           PERFORM COMPARAR-REGISTRADO.
           PERFORM COMPARAR-ESTADO.
           PERFORM COMPARAR-FAMILIA.
           PERFORM COMPARAR-COSTO.

           WRITE linea-reporte FROM SPACES.

               WRITE linea-reporte FROM linea-campo-cambiado
           END-IF.

       COMPARAR-ESTADO.
           IF paud-ant-estado NOT = paud-nue-estado
           OR paud-ant-estado-fecha NOT = paud-nue-estado-fecha
               MOVE "ESTADO" TO lcc-campo
               MOVE SPACES TO lcc-antes lcc-despues
               MOVE paud-ant-estado TO lcc-antes(1:1)
               MOVE paud-ant-estado-fecha TO lcc-antes(3:8)
               MOVE paud-nue-estado TO lcc-despues(1:1)
               MOVE paud-nue-estado-fecha TO lcc-despues(3:8)
               WRITE linea-reporte FROM linea-campo-cambiado
           END-IF.

       COMPARAR-FAMILIA.
           IF paud-ant-familia NOT = paud-nue-familia
               MOVE "FAMILIA" TO lcc-campo
               MOVE paud-ant-familia TO lcc-antes
               MOVE paud-nue-familia TO lcc-despues
               WRITE linea-reporte FROM linea-campo-cambiado
           END-IF.

       COMPARAR-COSTO.
           IF paud-ant-costo NOT = paud-nue-costo
               MOVE "COSTO" TO lcc-campo
               MOVE paud-ant-costo TO lcc-antes
               MOVE paud-nue-costo TO lcc-despues
               WRITE linea-reporte FROM linea-campo-cambiado
           END-IF.

       END PROGRAM "CONSULTA_AUDITORIA_PRODUCTO".
