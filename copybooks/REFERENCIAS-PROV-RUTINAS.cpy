      *>----------------------------------------------------
      *> UNIDAD DE COMPRA DE UN PRODUCTO. REQUIERE COPY
      *> REFERENCIAS-PROV-WS EN WORKING-STORAGE Y COPY
      *> REFERENCIAS-PROV-SELECT / REFERENCIAS-PROV-FD EN SUS
      *> SECCIONES. EL LLAMADOR DEJA EL PRODUCTO LEÍDO EN
      *> PRODUCTO-REG, EL PROVEEDOR EN UC-PROVEEDOR (0 SI NO
      *> SE CONOCE) Y PERFORM OBTENER-UNIDAD-COMPRA; QUEDAN
      *> UC-FACTOR (UNIDADES DE VENTA POR UNIDAD DE COMPRA,
      *> MÍNIMO 1), UC-UNIDAD Y F-FACTOR-COMPRA (EL FACTOR
      *> EDITADO PARA MOSTRAR). LA REFERENCIA DEL PROVEEDOR
      *> MANDA SOBRE EL MAESTRO. ABRE, BUSCA Y CIERRA EN CADA
      *> LLAMADA (MISMO PATRÓN QUE BUSCAR-CODIGO-BARRA).
      *>----------------------------------------------------
       OBTENER-UNIDAD-COMPRA.
           MOVE 1 TO UC-FACTOR
           MOVE "UN" TO UC-UNIDAD
           IF PR-FACTOR-COMPRA IS NUMERIC
               AND PR-FACTOR-COMPRA > 1
               MOVE PR-FACTOR-COMPRA TO UC-FACTOR
           END-IF
           IF PR-UNIDAD-COMPRA NOT = SPACES
               AND PR-UNIDAD-COMPRA NOT = LOW-VALUES
               MOVE PR-UNIDAD-COMPRA TO UC-UNIDAD
           END-IF
           MOVE UC-FACTOR TO F-FACTOR-COMPRA
           IF UC-PROVEEDOR = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-REFERENCIAS-PROV
           IF FS-REFERENCIAS-PROV = "00"
               PERFORM UNTIL FS-REFERENCIAS-PROV NOT = "00"
                   READ ARCHIVO-REFERENCIAS-PROV
                       AT END
                           MOVE "10" TO FS-REFERENCIAS-PROV
                       NOT AT END
                           IF RF-PROVEEDOR = UC-PROVEEDOR
                               AND RF-CODIGO = PR-CODIGO
                               PERFORM TOMAR-UNIDAD-REFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REFERENCIAS-PROV
           END-IF
           MOVE UC-FACTOR TO F-FACTOR-COMPRA.

      *> UNA REFERENCIA CON NOMBRE DE UNIDAD FIJA UNIDAD Y
      *> FACTOR (1 SI NO TRAE); SIN NOMBRE SOLO CAMBIA EL
      *> FACTOR CUANDO ES MAYOR QUE 1 (LAS REFERENCIAS
      *> ANTIGUAS TRAEN 1 Y NO PISAN EL MAESTRO).
       TOMAR-UNIDAD-REFERENCIA.
           IF RF-UNIDAD-COMPRA NOT = SPACES
               MOVE RF-UNIDAD-COMPRA TO UC-UNIDAD
               MOVE 1 TO UC-FACTOR
           END-IF
           IF RF-UNIDADES IS NUMERIC AND RF-UNIDADES > 1
               MOVE RF-UNIDADES TO UC-FACTOR
           END-IF.
