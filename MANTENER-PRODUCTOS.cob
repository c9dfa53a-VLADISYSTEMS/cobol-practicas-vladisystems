       01 PROVEEDOR-TXT          PIC X(6).
       01 PROVEEDOR-NUEVO        PIC 9(4).
       01 LOTEADO-NUEVO          PIC X.
       01 UNIDAD-COMPRA-NUEVA    PIC X(3).
       01 FACTOR-TXT             PIC X(6).
       01 FACTOR-NUEVO           PIC 9(4).
       01 SERIALIZADO-NUEVO      PIC X.
       01 GARANTIA-TXT           PIC X(6).
       01 GARANTIA-NUEVA         PIC 9(4).
       01 CONSIGNADOR-TXT        PIC X(6).
       01 CONSIGNADOR-NUEVO      PIC 9(4).
       01 PRECIO-TXT             PIC X(12).
       01 PRECIO-NUEVO           PIC 9(7)V99.
       01 COSTO-TXT              PIC X(12).
           MOVE PROVEEDOR-NUEVO  TO PR-PROVEEDOR
           PERFORM PEDIR-LOTEADO
           MOVE LOTEADO-NUEVO    TO PR-LOTEADO
           PERFORM PEDIR-UNIDAD-COMPRA
           MOVE UNIDAD-COMPRA-NUEVA TO PR-UNIDAD-COMPRA
           MOVE FACTOR-NUEVO     TO PR-FACTOR-COMPRA
           PERFORM PEDIR-SERIALIZADO
           MOVE SERIALIZADO-NUEVO TO PR-SERIALIZADO
           MOVE GARANTIA-NUEVA   TO PR-GARANTIA-DIAS
           PERFORM PEDIR-CONSIGNADOR
           MOVE CONSIGNADOR-NUEVO TO PR-CONSIGNADOR
           MOVE 0                TO PR-EXISTENCIA
           WRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al grabar el producto " PR-CODIGO
           MOVE PROVEEDOR-NUEVO TO PR-PROVEEDOR
           PERFORM PEDIR-LOTEADO
           MOVE LOTEADO-NUEVO TO PR-LOTEADO
           PERFORM PEDIR-UNIDAD-COMPRA
           MOVE UNIDAD-COMPRA-NUEVA TO PR-UNIDAD-COMPRA
           MOVE FACTOR-NUEVO TO PR-FACTOR-COMPRA
           PERFORM PEDIR-SERIALIZADO
           MOVE SERIALIZADO-NUEVO TO PR-SERIALIZADO
           MOVE GARANTIA-NUEVA TO PR-GARANTIA-DIAS
           PERFORM PEDIR-CONSIGNADOR
           MOVE CONSIGNADOR-NUEVO TO PR-CONSIGNADOR
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar el producto " PR-CODIGO
           NOT INVALID KEY
           DISPLAY "Familia     : " PR-FAMILIA
           DISPLAY "Proveedor   : " PR-PROVEEDOR
           DISPLAY "Lleva lote  : " PR-LOTEADO
           IF PR-FACTOR-COMPRA IS NUMERIC AND PR-FACTOR-COMPRA > 1
               DISPLAY "Compra en   : " PR-UNIDAD-COMPRA " de "
                       PR-FACTOR-COMPRA " unidades"
           ELSE
               DISPLAY "Compra en   : unidades"
           END-IF
           IF PR-SERIALIZADO = 'S'
               DISPLAY "Serializado : S  (garantía "
                       PR-GARANTIA-DIAS " días)"
           ELSE
               DISPLAY "Serializado : N"
           END-IF
           IF PR-CONSIGNADOR IS NUMERIC AND PR-CONSIGNADOR > 0
               DISPLAY "Consignación: proveedor " PR-CONSIGNADOR
           END-IF
           DISPLAY "Existencia  : " F-EXISTENCIA
           DISPLAY "-------------------------------".

               MOVE 'N' TO LOTEADO-NUEVO
           END-IF.

      *>----------------------------------------------------
      *> UNIDAD EN QUE SE COMPRA Y CUÁNTAS UNIDADES DE VENTA
      *> TRAE (CAJA DE 12 -> CJ, 12). LA EXISTENCIA Y EL
      *> COSTO DEL MAESTRO SIGUEN POR UNIDAD DE VENTA.
      *>----------------------------------------------------
       PEDIR-UNIDAD-COMPRA.
           DISPLAY "Unidad de compra (CJ, PQ...; ENTER = UN):"
           ACCEPT UNIDAD-COMPRA-NUEVA
           MOVE FUNCTION UPPER-CASE(UNIDAD-COMPRA-NUEVA)
               TO UNIDAD-COMPRA-NUEVA
           IF UNIDAD-COMPRA-NUEVA = SPACES
               MOVE "UN" TO UNIDAD-COMPRA-NUEVA
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Unidades de venta por "
                       FUNCTION TRIM(UNIDAD-COMPRA-NUEVA)
                       " (ENTER = 1):"
               ACCEPT FACTOR-TXT
               IF FACTOR-TXT = SPACES
                   MOVE 1 TO FACTOR-NUEVO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(FACTOR-TXT) IS NUMERIC
                       AND FUNCTION NUMVAL (FACTOR-TXT) > 0
                       AND FUNCTION NUMVAL (FACTOR-TXT) < 10000
                       MOVE FUNCTION NUMVAL (FACTOR-TXT)
                           TO FACTOR-NUEVO
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> ARTÍCULOS DE ALTO VALOR: SE CONTROLAN POR NÚMERO DE
      *> SERIE EN RECEPCIÓN Y VENTA, CON LOS DÍAS DE GARANTÍA
      *> QUE SE CUENTAN DESDE LA VENTA.
      *>----------------------------------------------------
       PEDIR-SERIALIZADO.
           MOVE 0 TO GARANTIA-NUEVA
           DISPLAY "¿Se controla por número de serie? (S/N, "
                   "ENTER = N):"
           ACCEPT SERIALIZADO-NUEVO
           MOVE FUNCTION UPPER-CASE(SERIALIZADO-NUEVO)
               TO SERIALIZADO-NUEVO
           IF SERIALIZADO-NUEVO NOT = 'S'
               MOVE 'N' TO SERIALIZADO-NUEVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Días de garantía desde la venta "
                       "(ENTER = 0):"
               ACCEPT GARANTIA-TXT
               IF GARANTIA-TXT = SPACES
                   MOVE 0 TO GARANTIA-NUEVA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(GARANTIA-TXT) IS NUMERIC
                       AND FUNCTION NUMVAL (GARANTIA-TXT) < 10000
                       MOVE FUNCTION NUMVAL (GARANTIA-TXT)
                           TO GARANTIA-NUEVA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> MERCANCÍA EN CONSIGNACIÓN: EL PROVEEDOR DUEÑO DEL
      *> STOCK (0 = PROPIA). VER CONSIGNACION.
      *>----------------------------------------------------
       PEDIR-CONSIGNADOR.
           DISPLAY "Proveedor consignador (0 o blanco = mercancía "
                   "propia):"
           ACCEPT CONSIGNADOR-TXT
           IF FUNCTION TRIM(CONSIGNADOR-TXT) NOT = SPACES
               AND FUNCTION TRIM(CONSIGNADOR-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CONSIGNADOR-TXT)
                   TO CONSIGNADOR-NUEVO
           ELSE
               MOVE 0 TO CONSIGNADOR-NUEVO
           END-IF.

       COPY PRODUCTOS-RUTINAS.
