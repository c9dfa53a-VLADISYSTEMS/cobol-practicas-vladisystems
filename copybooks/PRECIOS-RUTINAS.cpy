       BUSCAR-PRECIO-VIGENTE.
           MOVE 'N' TO PRECIO-HALLADO
           MOVE 'N' TO PRECIO-DE-NIVEL
           MOVE 0 TO MEJOR-VIGENCIA
           MOVE 0 TO MEJOR-VIGENCIA-NIVEL
           OPEN INPUT ARCHIVO-PRECIOS
           IF FS-PRECIOS = "00"
               PERFORM UNTIL FS-PRECIOS NOT = "00"
                       NOT AT END
                           IF LP-CODIGO = PRECIO-CODIGO
                               AND LP-VIGENCIA <= PRECIO-FECHA
                               PERFORM EVALUAR-ENTRADA-PRECIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRECIOS
           END-IF
           IF PRECIO-DE-NIVEL = 'S'
               MOVE PRECIO-NIVEL-VIGENTE TO PRECIO-VIGENTE
               MOVE MEJOR-VIGENCIA-NIVEL TO MEJOR-VIGENCIA
               MOVE 'S' TO PRECIO-HALLADO
           END-IF.

       EVALUAR-ENTRADA-PRECIO.
           IF LP-NIVEL = SPACE OR LP-NIVEL = 'D'
               IF LP-VIGENCIA >= MEJOR-VIGENCIA
                   MOVE LP-VIGENCIA TO MEJOR-VIGENCIA
                   MOVE LP-PRECIO TO PRECIO-VIGENTE
                   MOVE 'S' TO PRECIO-HALLADO
               END-IF
           ELSE
               IF LP-NIVEL = PRECIO-NIVEL
                   AND LP-VIGENCIA >= MEJOR-VIGENCIA-NIVEL
                   MOVE LP-VIGENCIA TO MEJOR-VIGENCIA-NIVEL
                   MOVE LP-PRECIO TO PRECIO-NIVEL-VIGENTE
                   MOVE 'S' TO PRECIO-DE-NIVEL
               END-IF
           END-IF.
