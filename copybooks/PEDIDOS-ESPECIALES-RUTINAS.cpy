      *>----------------------------------------------------
      *> RUTINAS DE PEDIDOS ESPECIALES. REQUIEREN COPY
      *> PEDIDOS-ESPECIALES-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       BUSCAR-PEDIDO.
           MOVE 'N' TO PEDIDO-HALLADO
           OPEN INPUT ARCHIVO-PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-PEDIDOS
           PERFORM UNTIL FIN-PEDIDOS = 'S'
               READ ARCHIVO-PEDIDOS
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS
                   NOT AT END
                       IF PE-NUMERO = PEDIDO-BUSCADO
                           MOVE PEDIDO-REG TO PEDIDO-ACTUAL
                           MOVE 'S' TO PEDIDO-HALLADO
                           MOVE 'S' TO FIN-PEDIDOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS.

      *>----------------------------------------------------
      *> REESCRIBE EL PEDIDO PD-NUMERO CON EL CONTENIDO DE
      *> PEDIDO-ACTUAL (ARCHIVO TEMPORAL + CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGRABAR-PEDIDO.
           OPEN INPUT ARCHIVO-PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-PEDIDOS-TMP
           MOVE 'N' TO FIN-PEDIDOS
           PERFORM UNTIL FIN-PEDIDOS = 'S'
               READ ARCHIVO-PEDIDOS
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS
                   NOT AT END
                       IF PE-NUMERO = PD-NUMERO
                           MOVE PEDIDO-ACTUAL TO PEDIDO-REG
                       END-IF
                       MOVE PEDIDO-REG TO PEDIDO-TMP-REG
                       WRITE PEDIDO-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS
           CLOSE ARCHIVO-PEDIDOS-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-ESPECIALES.TMP"
                                         "PEDIDOS-ESPECIALES.DAT"
               RETURNING RESULT-CODE-PEDIDOS.

       GRABAR-ANTICIPO.
           OPEN EXTEND ARCHIVO-ANTICIPOS
           IF FS-ANTICIPOS = "35"
               OPEN OUTPUT ARCHIVO-ANTICIPOS
           END-IF
           MOVE ANTICIPO-NUMERO TO AN-NUMERO
           MOVE ANTICIPO-FECHA TO AN-FECHA
           MOVE ANTICIPO-MONTO TO AN-MONTO
           MOVE ANTICIPO-FORMA TO AN-FORMA
           MOVE ANTICIPO-CAJA TO AN-CAJA
           MOVE ANTICIPO-TURNO TO AN-TURNO
           WRITE ANTICIPO-REG
           CLOSE ARCHIVO-ANTICIPOS.

      *>----------------------------------------------------
      *> ENTREGA: EL PEDIDO QUE LLEGÓ ('R') QUEDA FACTURADO
      *> CON LA CAJA, FOLIO Y FECHA DE LA VENTA. UN PEDIDO
      *> YA FACTURADO NO SE TOCA, ASÍ QUE REPETIRLO DESDE
      *> RECUPERAR-VENTAS NO HACE DAÑO.
      *>----------------------------------------------------
       MARCAR-PEDIDO-FACTURADO.
           PERFORM BUSCAR-PEDIDO
           IF PEDIDO-HALLADO = 'N' OR PD-ESTADO NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO PD-ESTADO
           MOVE PEDIDO-CAJA TO PD-CAJA
           MOVE PEDIDO-FOLIO TO PD-FOLIO
           MOVE PEDIDO-FECHA TO PD-FECHA-FACTURA
           PERFORM REGRABAR-PEDIDO.
