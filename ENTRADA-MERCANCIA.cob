       COPY COSTOS-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY SERIES-SELECT.
       COPY PERIODOS-SELECT.
       COPY REFERENCIAS-PROV-SELECT.
           SELECT ARCHIVO-IVA-COMPRAS ASSIGN TO "IVA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA-COMPRAS.
       COPY COSTOS-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY SERIES-FD.
       COPY PERIODOS-FD.
       COPY REFERENCIAS-PROV-FD.

      *>----------------------------------------------------
      *> LIBRO DE IVA DE COMPRAS (IVA-COMPRAS.DAT); VER
       COPY COSTOS-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY SERIES-WS.
       COPY PERIODOS-WS.
       COPY REFERENCIAS-PROV-WS.
       01 LOTE-TXT               PIC X(10).
       01 VENCE-TXT              PIC X(10).
       01 VENCE-CAPTURA          PIC 9(8).
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-RECIBIDAS     PIC 9(5).
       01 UNIDADES-BASE          PIC 9(5).
       01 COSTO-TXT              PIC X(12).
       01 COSTO-UNITARIO         PIC 9(7)V99.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
           DISPLAY "  ENTRADA DE MERCANCÍA"
           DISPLAY "==============================="

      *>    LA ENTRADA (KARDEX, COSTOS Y LIBRO DE IVA DE
      *>    COMPRAS) SE FECHA HOY; NO SE ADMITE EN UN PERIODO
      *>    CERRADO.
           ACCEPT FECHA-PERIODO FROM DATE YYYYMMDD
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Entrada de mercancía no registrada."
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
           MOVE PR-EXISTENCIA TO F-EXISTENCIA
           DISPLAY "Producto: " PR-DESCRIPCION
                   " | Existencia actual: " F-EXISTENCIA
      *>    LA MERCANCÍA EN CONSIGNACIÓN NO ES PROPIA: ENTRA
      *>    POR CONSIGNACION, SIN COSTO PROMEDIO NI FACTURA.
           IF PR-CONSIGNADOR IS NUMERIC AND PR-CONSIGNADOR > 0
               DISPLAY "Producto en consignación del proveedor "
                       PR-CONSIGNADOR "; recíbalo con CONSIGNACION."
               EXIT PARAGRAPH
           END-IF
      *>    SE RECIBE EN LA UNIDAD DE COMPRA DEL PROVEEDOR
      *>    HABITUAL; EXISTENCIA, KARDEX, UBICACIÓN Y LOTE
      *>    VAN EN UNIDADES DE VENTA.
           MOVE 0 TO UC-PROVEEDOR
           IF PR-PROVEEDOR IS NUMERIC
               MOVE PR-PROVEEDOR TO UC-PROVEEDOR
           END-IF
           PERFORM OBTENER-UNIDAD-COMPRA
           IF UC-FACTOR > 1
               DISPLAY "Se compra en " FUNCTION TRIM(UC-UNIDAD)
                       " de " FUNCTION TRIM(F-FACTOR-COMPRA)
                       " unidades."
           END-IF
           PERFORM PEDIR-UNIDADES
           COMPUTE UNIDADES-BASE = UNIDADES-RECIBIDAS * UC-FACTOR
           PERFORM PEDIR-COSTO
      *>    EL COSTO DEL MAESTRO PASA A SER EL PROMEDIO
      *>    PONDERADO DEL STOCK EXISTENTE MÁS LA ENTRADA (YA
      *>    NO SE PISA CON EL ÚLTIMO COSTO TECLEADO), Y EL
      *>    CAMBIO QUEDA EN COSTOS-HIST.DAT.
           IF COSTO-UNITARIO > 0
               MOVE UNIDADES-BASE TO CPP-UNIDADES
               MOVE COSTO-UNITARIO TO CPP-COSTO-ENTRADA
               MOVE UC-FACTOR TO CPP-FACTOR
               PERFORM RECALCULAR-COSTO-PROMEDIO
               MOVE CPP-COSTO-NUEVO TO PR-COSTO
               MOVE "ENTRADA" TO CPP-ORIGEN
               DISPLAY "Costo promedio actualizado a $"
                       F-COSTO-NUEVO
           END-IF
           ADD UNIDADES-BASE TO PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar el producto " PR-CODIGO
           NOT INVALID KEY
               MOVE PR-CODIGO TO KW-CODIGO
               MOVE 'E' TO KW-TIPO
               MOVE 0 TO KW-FOLIO
               MOVE UNIDADES-BASE TO KW-UNIDADES
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
      *>       LA MERCANCÍA RECIBIDA ENTRA A BODEGA; PASA A
      *>       SALA CON TRASLADO-UBICACION.
               MOVE PR-CODIGO TO UB-CODIGO
               MOVE 'B' TO UB-UBICACION
               MOVE UNIDADES-BASE TO UB-DELTA
               PERFORM AJUSTAR-UBICACION
               IF PR-LOTEADO = 'S'
                   PERFORM CAPTURAR-LOTE-ENTRADA
               END-IF
      *>       UNA SERIE POR UNIDAD; SIN OC, EL ORIGEN QUE
      *>       QUEDA ES EL PROVEEDOR HABITUAL DEL PRODUCTO.
               IF PR-SERIALIZADO = 'S'
                   MOVE UNIDADES-BASE TO SR-UNIDADES
                   MOVE 0 TO SR-PROVEEDOR
                   IF PR-PROVEEDOR IS NUMERIC
                       MOVE PR-PROVEEDOR TO SR-PROVEEDOR
                   END-IF
                   MOVE 0 TO SR-OC
                   PERFORM CAPTURAR-SERIES-ENTRADA
               END-IF
           END-REWRITE.

       PEDIR-CODIGO.
       PEDIR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               IF UC-FACTOR > 1
                   DISPLAY "Cantidad recibida en "
                           FUNCTION TRIM(UC-UNIDAD) ":"
               ELSE
                   DISPLAY "Unidades recibidas:"
               END-IF
               ACCEPT UNIDADES-TXT
               IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                   DISPLAY "Cantidad inválida. Intente de nuevo."
                   MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                       TO UNIDADES-RECIBIDAS
                   IF UNIDADES-RECIBIDAS = 0
                       OR UNIDADES-RECIBIDAS * UC-FACTOR > 99999
                       DISPLAY "Cantidad inválida. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
       PEDIR-COSTO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               IF UC-FACTOR > 1
                   DISPLAY "Costo por " FUNCTION TRIM(UC-UNIDAD)
                           " (0 para "
                           "conservar el actual):"
               ELSE
                   DISPLAY "Costo unitario (0 para conservar el "
                           "actual):"
               END-IF
               ACCEPT COSTO-TXT
               IF FUNCTION TEST-NUMVAL(COSTO-TXT) NOT = 0
                   DISPLAY "Costo inválido. Intente de nuevo."
           MOVE PR-CODIGO TO LO-CODIGO
           MOVE LOTE-TXT TO LO-LOTE
           MOVE VENCE-CAPTURA TO LO-VENCE
           MOVE UNIDADES-BASE TO LO-DELTA
           PERFORM AJUSTAR-LOTE
           DISPLAY "Lote " LOTE-TXT " registrado (vence "
                   VENCE-CAPTURA ").".
       COPY COSTOS-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY SERIES-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
