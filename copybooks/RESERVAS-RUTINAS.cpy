      *> CÁLCULO DEL STOCK RESERVADO DE UN PRODUCTO: SUMA LAS
      *> UNIDADES EN PLANES SEPARE CON ORDEN ABIERTA (ESTADO
      *> 'A' EN SEPARE-ORDENES.DAT) MÁS LAS DE COTIZACIONES
      *> ACTIVAS ('A') AÚN VIGENTES A RSV-FECHA, MÁS LAS YA
      *> RECIBIDAS Y APARTADAS PARA PEDIDOS ESPECIALES QUE NO
      *> SE HAN FACTURADO (ESTADOS 'O' Y 'R'), MÁS LAS QUE
      *> ESTÁN FUERA EN ALQUILER (ESTADO 'A'), MÁS LAS
      *> APARTADAS PARA PEDIDOS WEB AÚN NO DESPACHADOS
      *> (LÍNEAS EN 'A' DE PEDIDOS-WEB-DETALLE.DAT). EL
      *> DISPONIBLE PARA VENDER ES PR-EXISTENCIA MENOS ESTE
      *> RESERVADO. REQUIERE COPY RESERVAS-WS EN
      *> WORKING-STORAGE Y COPY RESERVAS-SELECT / RESERVAS-FD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RSV-COTIZA
           END-IF
           OPEN INPUT ARCHIVO-RSV-PEDIDOS
           IF FS-RSV-PEDIDOS = "00"
               MOVE 'N' TO RSV-FIN
               PERFORM UNTIL RSV-FIN = 'S'
                   READ ARCHIVO-RSV-PEDIDOS
                       AT END
                           MOVE 'S' TO RSV-FIN
                       NOT AT END
                           IF RP-CODIGO = RSV-CODIGO
                               AND (RP-ESTADO = 'O'
                                    OR RP-ESTADO = 'R')
                               ADD RP-RESERVADAS TO RSV-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RSV-PEDIDOS
           END-IF
           OPEN INPUT ARCHIVO-RSV-ALQUILER
           IF FS-RSV-ALQUILER = "00"
               MOVE 'N' TO RSV-FIN
               PERFORM UNTIL RSV-FIN = 'S'
                   READ ARCHIVO-RSV-ALQUILER
                       AT END
                           MOVE 'S' TO RSV-FIN
                       NOT AT END
                           IF RQ-CODIGO = RSV-CODIGO
                               AND RQ-ESTADO = 'A'
                               ADD RQ-UNIDADES TO RSV-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RSV-ALQUILER
           END-IF
           OPEN INPUT ARCHIVO-RSV-WEB
           IF FS-RSV-WEB = "00"
               MOVE 'N' TO RSV-FIN
               PERFORM UNTIL RSV-FIN = 'S'
                   READ ARCHIVO-RSV-WEB
                       AT END
                           MOVE 'S' TO RSV-FIN
                       NOT AT END
                           IF RX-CODIGO = RSV-CODIGO
                               AND RX-ESTADO = 'A'
                               ADD RX-RESERVADAS TO RSV-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RSV-WEB
           END-IF.

       CARGAR-ORDENES-ABIERTAS.
