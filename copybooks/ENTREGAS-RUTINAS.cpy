      *>----------------------------------------------------
      *> RUTINAS DE ENTREGAS A DOMICILIO. REQUIEREN COPY
      *> ENTREGAS-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       BUSCAR-ENTREGA.
           MOVE 'N' TO ENTREGA-HALLADA
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ENTREGAS
           PERFORM UNTIL FIN-ENTREGAS = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ENTREGAS
                   NOT AT END
                       IF EN-NUMERO = ENTREGA-BUSCADA
                           MOVE ENTREGA-REG TO ENTREGA-ACTUAL
                           MOVE 'S' TO ENTREGA-HALLADA
                           MOVE 'S' TO FIN-ENTREGAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS.

      *>----------------------------------------------------
      *> REESCRIBE LA ENTREGA ET-NUMERO CON EL CONTENIDO DE
      *> ENTREGA-ACTUAL (ARCHIVO TEMPORAL + CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGRABAR-ENTREGA.
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-ENTREGAS-TMP
           MOVE 'N' TO FIN-ENTREGAS
           PERFORM UNTIL FIN-ENTREGAS = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ENTREGAS
                   NOT AT END
                       IF EN-NUMERO = ET-NUMERO
                           MOVE ENTREGA-ACTUAL TO ENTREGA-REG
                       END-IF
                       MOVE ENTREGA-REG TO ENTREGA-TMP-REG
                       WRITE ENTREGA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS
           CLOSE ARCHIVO-ENTREGAS-TMP
           CALL "CBL_RENAME_FILE" USING "ENTREGAS.TMP"
                                         "ENTREGAS.DAT"
               RETURNING RESULT-CODE-ENTREGA.

       CARGAR-ZONAS.
           MOVE 0 TO TOTAL-ZONAS
           OPEN INPUT ARCHIVO-ZONAS
           IF FS-ZONAS = "00"
               PERFORM UNTIL FS-ZONAS NOT = "00"
                   READ ARCHIVO-ZONAS
                       AT END
                           MOVE "10" TO FS-ZONAS
                       NOT AT END
                           IF TOTAL-ZONAS < MAX-ZONAS
                               ADD 1 TO TOTAL-ZONAS
                               MOVE ZONA-REG
                                   TO ZONA-ENTRADA (TOTAL-ZONAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ZONAS
           END-IF.

       BUSCAR-ZONA-EN-TABLA.
           MOVE 0 TO ZONA-EN-TABLA
           PERFORM VARYING IDX-ZONA FROM 1 BY 1
                   UNTIL IDX-ZONA > TOTAL-ZONAS
               IF TZ-CODIGO (IDX-ZONA) = ZONA-BUSCADA
                   MOVE IDX-ZONA TO ZONA-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> MOTIVOS FIJOS DE ENTREGA FALLIDA. MOTIVO-VALIDO
      *> QUEDA EN 'N' SI EL CÓDIGO NO ESTÁ EN LA LISTA.
      *>----------------------------------------------------
       DESCRIBIR-MOTIVO.
           MOVE 'S' TO MOTIVO-VALIDO
           EVALUATE MOTIVO-CONSULTA
               WHEN 1
                   MOVE "CLIENTE AUSENTE" TO DESCRIPCION-MOTIVO
               WHEN 2
                   MOVE "DIRECCION ERRADA" TO DESCRIPCION-MOTIVO
               WHEN 3
                   MOVE "RECHAZADO POR CLIENTE" TO DESCRIPCION-MOTIVO
               WHEN 4
                   MOVE "PRODUCTO DAÑADO" TO DESCRIPCION-MOTIVO
               WHEN 5
                   MOVE "SIN ACCESO A LA ZONA" TO DESCRIPCION-MOTIVO
               WHEN 6
                   MOVE "SIN TIEMPO / VEHICULO" TO DESCRIPCION-MOTIVO
               WHEN 99
                   MOVE "OTRO" TO DESCRIPCION-MOTIVO
               WHEN OTHER
                   MOVE "SIN MOTIVO" TO DESCRIPCION-MOTIVO
                   MOVE 'N' TO MOTIVO-VALIDO
           END-EVALUATE.
