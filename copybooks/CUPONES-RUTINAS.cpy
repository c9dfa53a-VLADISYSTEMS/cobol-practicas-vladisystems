      *>----------------------------------------------------
      *> RUTINAS DE CUPONES. REQUIEREN COPY CUPONES-SELECT,
      *> CUPONES-FD Y CUPONES-WS. CADA UNA ABRE Y CIERRA
      *> CUPONES.IDX, ASÍ EL CANJE QUEDA EN DISCO AL TERMINAR.
      *>----------------------------------------------------
       BUSCAR-CUPON.
           MOVE 'N' TO CUPON-HALLADO
           OPEN INPUT ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CUPON-BUSCADO TO CU-CODIGO
           READ ARCHIVO-CUPONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUPON-REG TO CUPON-LEIDO
                   MOVE 'S' TO CUPON-HALLADO
           END-READ
           CLOSE ARCHIVO-CUPONES.

      *>   UN CUPÓN YA MARCADO CON EL MISMO CAJA + FOLIO SE DA
      *>   POR HECHO (RECUPERAR-VENTAS PUEDE REPETIR EL PASO).
       MARCAR-CUPON-USADO.
           MOVE 'N' TO CUPON-RESULTADO
           OPEN I-O ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CUPON-BUSCADO TO CU-CODIGO
           READ ARCHIVO-CUPONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CU-ESTADO = 'U'
                           AND CU-CAJA-USO = CUPON-CAJA
                           AND CU-FOLIO-USO = CUPON-FOLIO
                           MOVE 'S' TO CUPON-RESULTADO
                       WHEN CU-ESTADO = 'U'
                           MOVE 'X' TO CUPON-RESULTADO
                       WHEN OTHER
                           MOVE 'U' TO CU-ESTADO
                           MOVE CUPON-FECHA TO CU-FECHA-USO
                           MOVE CUPON-CAJA TO CU-CAJA-USO
                           MOVE CUPON-FOLIO TO CU-FOLIO-USO
                           MOVE CUPON-MONTO TO CU-MONTO-USO
                           REWRITE CUPON-REG
                           MOVE 'S' TO CUPON-RESULTADO
                   END-EVALUATE
           END-READ
           CLOSE ARCHIVO-CUPONES.

      *>   SÓLO SE REACTIVA SI SIGUE USADO EN ESA FACTURA; SI YA
      *>   ESTÁ DISPONIBLE SE DA POR HECHO.
       REACTIVAR-CUPON.
           MOVE 'N' TO CUPON-RESULTADO
           OPEN I-O ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CUPON-BUSCADO TO CU-CODIGO
           READ ARCHIVO-CUPONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CU-ESTADO = 'D'
                           MOVE 'S' TO CUPON-RESULTADO
                       WHEN CU-ESTADO = 'U'
                           AND CU-CAJA-USO = CUPON-CAJA
                           AND CU-FOLIO-USO = CUPON-FOLIO
                           MOVE 'D' TO CU-ESTADO
                           MOVE 0 TO CU-FECHA-USO
                           MOVE 0 TO CU-CAJA-USO
                           MOVE 0 TO CU-FOLIO-USO
                           MOVE 0 TO CU-MONTO-USO
                           REWRITE CUPON-REG
                           MOVE 'S' TO CUPON-RESULTADO
                       WHEN OTHER
                           MOVE 'X' TO CUPON-RESULTADO
                   END-EVALUATE
           END-READ
           CLOSE ARCHIVO-CUPONES.

       BUSCAR-CUPON-FOLIO.
           MOVE SPACES TO CUPON-BUSCADO
           OPEN INPUT ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CUPONES
           PERFORM UNTIL FIN-CUPONES = 'S'
               READ ARCHIVO-CUPONES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CUPONES
                   NOT AT END
                       IF CU-ESTADO = 'U'
                           AND CU-CAJA-USO = CUPON-CAJA
                           AND CU-FOLIO-USO = CUPON-FOLIO
                           MOVE CU-CODIGO TO CUPON-BUSCADO
                           MOVE 'S' TO FIN-CUPONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUPONES.
