      *>----------------------------------------------------
      *> RUTINAS DE PROPUESTAS DE LÍMITE DE CRÉDITO. REQUIEREN
      *> COPY PROPUESTAS-LIMITE-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       DESCRIBIR-ACCION-LIMITE.
           EVALUATE ACCION-CONSULTA
               WHEN 'A'
                   MOVE "AUMENTAR" TO DESCRIPCION-ACCION
               WHEN 'R'
                   MOVE "RECORTAR" TO DESCRIPCION-ACCION
               WHEN 'C'
                   MOVE "CONGELAR" TO DESCRIPCION-ACCION
               WHEN OTHER
                   MOVE "MANTENER" TO DESCRIPCION-ACCION
           END-EVALUATE.
