      *> LIMITES-CREDITO-SELECT / LIMITES-CREDITO-FD EN SUS
      *> SECCIONES. EL LLAMADOR LLENA LIMITE-CLIENTE Y
      *> PERFORM BUSCAR-LIMITE-CREDITO; SI LIMITE-HALLADO
      *> QUEDA EN 'S', LIMITE-CREDITO TRAE EL TOPE Y
      *> LIMITE-CONGELADO QUEDA EN 'S' SI EL CRÉDITO DEL
      *> CLIENTE ESTÁ CONGELADO.
      *>----------------------------------------------------
       BUSCAR-LIMITE-CREDITO.
           MOVE 'N' TO LIMITE-HALLADO
           MOVE 0 TO LIMITE-CREDITO
           MOVE 'N' TO LIMITE-CONGELADO
           OPEN INPUT ARCHIVO-LIMITES-CREDITO
           IF FS-LIMITES-CREDITO = "00"
               PERFORM UNTIL FS-LIMITES-CREDITO NOT = "00"
                           IF LC-CLIENTE = LIMITE-CLIENTE
                               MOVE LC-LIMITE TO LIMITE-CREDITO
                               MOVE 'S' TO LIMITE-HALLADO
                               IF LC-ESTADO = 'C'
                                   MOVE 'S' TO LIMITE-CONGELADO
                               ELSE
                                   MOVE 'N' TO LIMITE-CONGELADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
