      *>----------------------------------------------------
      *> RUTINAS DE CAMPAÑAS. REQUIERE COPY CAMPANIAS-SELECT,
      *> CAMPANIAS-FD Y CAMPANIAS-WS.
      *>----------------------------------------------------
       BUSCAR-CAMPANIA-VIGENTE.
           MOVE 'N' TO CAMPANIA-HALLADA
           MOVE 0 TO CAMPANIA-APLICADA
           MOVE 0 TO DESCUENTO-CAMPANIA
           MOVE SPACES TO CAMPANIA-NOMBRE
           OPEN INPUT ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CAMPANIAS
           PERFORM UNTIL FIN-CAMPANIAS = 'S'
               READ ARCHIVO-CAMPANIAS
                   AT END
                       MOVE 'S' TO FIN-CAMPANIAS
                   NOT AT END
                       IF CA-ESTADO = 'A'
                           AND CA-FECHA-INICIO <= CAMPANIA-FECHA
                           AND CA-FECHA-FIN >= CAMPANIA-FECHA
                           PERFORM EVALUAR-CAMPANIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMPANIAS.

       EVALUAR-CAMPANIA.
           IF CA-ALCANCE = 'F'
               IF CA-FAMILIA = SPACES
                   OR CA-FAMILIA NOT = CAMPANIA-FAMILIA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CA-PRODUCTO NOT = CAMPANIA-PRODUCTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO DESCUENTO-CANDIDATO
           EVALUATE CA-TIPO
               WHEN 'P'
                   MOVE CA-PORCENTAJE TO DESCUENTO-CANDIDATO
               WHEN 'C'
                   IF CAMPANIA-UNIDADES >= CA-CANTIDAD
                       MOVE CA-PORCENTAJE TO DESCUENTO-CANDIDATO
                   END-IF
               WHEN 'L'
      *>           LAS UNIDADES GRATIS SE LLEVAN A % DE LA LÍNEA
      *>           PARA QUE EL TOTAL, EL IVA Y EL REVERSO SE
      *>           CALCULEN IGUAL QUE CUALQUIER DESCUENTO.
                   IF CA-CANTIDAD > 0 AND CAMPANIA-UNIDADES > 0
                       COMPUTE GRUPOS-CAMPANIA =
                           CAMPANIA-UNIDADES / CA-CANTIDAD
                       COMPUTE DESCUENTO-CANDIDATO ROUNDED =
                           GRUPOS-CAMPANIA * CA-GRATIS * 100
                           / CAMPANIA-UNIDADES
                   END-IF
           END-EVALUATE
           IF DESCUENTO-CANDIDATO > 100
               MOVE 100 TO DESCUENTO-CANDIDATO
           END-IF
           IF DESCUENTO-CANDIDATO > DESCUENTO-CAMPANIA
               MOVE 'S' TO CAMPANIA-HALLADA
               MOVE CA-CODIGO TO CAMPANIA-APLICADA
               MOVE CA-DESCRIPCION TO CAMPANIA-NOMBRE
               MOVE DESCUENTO-CANDIDATO TO DESCUENTO-CAMPANIA
           END-IF.
