      *>----------------------------------------------------
      *> RUTINAS DE TARJETAS DE SOCIO. REQUIEREN COPY
      *> TARJETAS-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       ARMAR-NUMERO-TARJETA.
           COMPUTE TARJETA-BASE = TARJETA-SOCIO * 100
               + TARJETA-EMISION
           PERFORM CALCULAR-DV-TARJETA
           MOVE DV-CALCULADO TO TARJETA-DV
           MOVE TARJETA-DIGITOS TO TARJETA-ARMADA.

       VALIDAR-NUMERO-TARJETA.
           MOVE TARJETA-LEIDA TO TARJETA-DIGITOS
           PERFORM CALCULAR-DV-TARJETA
           IF DV-CALCULADO = TARJETA-DV
               MOVE 'S' TO TARJETA-VALIDA
           ELSE
               MOVE 'N' TO TARJETA-VALIDA
           END-IF.

      *>    DÍGITO VERIFICADOR MÓDULO 10 CON PESOS 3 Y 1
      *>    ALTERNADOS (COMO EL EAN): DETECTA UN DÍGITO MAL
      *>    TIPEADO Y LA MAYORÍA DE LAS TRANSPOSICIONES.
       CALCULAR-DV-TARJETA.
           MOVE 0 TO SUMA-DIGITOS-TARJETA
           PERFORM VARYING IDX-DIGITO-TARJETA FROM 1 BY 1
                   UNTIL IDX-DIGITO-TARJETA > 8
               DIVIDE IDX-DIGITO-TARJETA BY 2
                   GIVING COCIENTE-TARJETA REMAINDER RESTO-TARJETA
               IF RESTO-TARJETA = 1
                   COMPUTE SUMA-DIGITOS-TARJETA =
                       SUMA-DIGITOS-TARJETA
                       + TARJETA-DIGITO (IDX-DIGITO-TARJETA) * 3
               ELSE
                   ADD TARJETA-DIGITO (IDX-DIGITO-TARJETA)
                       TO SUMA-DIGITOS-TARJETA
               END-IF
           END-PERFORM
           DIVIDE SUMA-DIGITOS-TARJETA BY 10
               GIVING COCIENTE-TARJETA REMAINDER RESTO-TARJETA
           IF RESTO-TARJETA = 0
               MOVE 0 TO DV-CALCULADO
           ELSE
               COMPUTE DV-CALCULADO = 10 - RESTO-TARJETA
           END-IF.

       BUSCAR-TARJETA.
           MOVE 'N' TO TARJETA-HALLADA
           OPEN INPUT ARCHIVO-TARJETAS
           IF FS-TARJETAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-TARJETAS
           PERFORM UNTIL FIN-TARJETAS = 'S'
               READ ARCHIVO-TARJETAS
                   AT END
                       MOVE 'S' TO FIN-TARJETAS
                   NOT AT END
                       IF TJ-NUMERO = TARJETA-LEIDA
                           MOVE 'S' TO TARJETA-HALLADA
                           MOVE 'S' TO FIN-TARJETAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TARJETAS.
