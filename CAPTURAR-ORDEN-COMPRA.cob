       FILE-CONTROL.
       COPY PROVEEDORES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY PEDIDOS-ESPECIALES-SELECT.
       COPY REFERENCIAS-PROV-SELECT.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
       FILE SECTION.
       COPY PROVEEDORES-FD.
       COPY PRODUCTOS-FD.
       COPY PEDIDOS-ESPECIALES-FD.
       COPY REFERENCIAS-PROV-FD.

       FD  ARCHIVO-OC.
       01  OC-REG.
           05 OD-PRODUCTO          PIC X(20).
           05 OD-PEDIDAS           PIC 9(5).
           05 OD-RECIBIDAS         PIC 9(5).
      *>    COSTO UNITARIO PACTADO (NETO); EN LAS ÓRDENES
      *>    ANTERIORES LLEGA VACÍO Y VALE EL PR-COSTO.
           05 OD-COSTO             PIC 9(7)V99.
      *>    PEDIDAS, RECIBIDAS Y COSTO VAN EN UNIDAD DE COMPRA;
      *>    OD-FACTOR ES CUÁNTAS UNIDADES DE VENTA TRAE (EN
      *>    LAS ÓRDENES ANTERIORES LLEGA VACÍO Y VALE 1).
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       FD  ARCHIVO-NUM-OC.
       01  NUM-OC-REG             PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY PEDIDOS-ESPECIALES-WS.
       COPY REFERENCIAS-PROV-WS.

       *>----------------------------------------------------
       *> CAPTURA DE ÓRDENES DE COMPRA A PROVEEDOR. EL ESTADO
       01 FIN-ARCHIVO            PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> LÍNEAS PEDIDAS (CANTIDAD Y COSTO EN UNIDAD DE
       *> COMPRA; LI-BASE ACUMULA LAS UNIDADES DE VENTA DE
       *> LOS PEDIDOS ESPECIALES PARA REDONDEAR A CAJAS).
       *>----------------------------------------------------
       01 MAX-LINEAS             PIC 9(2) VALUE 20.
       01 TOTAL-LINEAS           PIC 9(2) VALUE 0.
               10 LI-CODIGO       PIC 9(6).
               10 LI-PRODUCTO     PIC X(20).
               10 LI-PEDIDAS      PIC 9(5).
               10 LI-COSTO        PIC 9(7)V99.
               10 LI-FACTOR       PIC 9(4).
               10 LI-UNIDAD       PIC X(3).
               10 LI-BASE         PIC 9(7).
       01 IDX                     PIC 9(2).

       *>----------------------------------------------------
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-PEDIDAS       PIC 9(5).
       01 COSTO-TXT              PIC X(12).
       01 COSTO-PACTADO          PIC 9(7)V99.
       01 F-COSTO                PIC Z(6)9.99.
       01 COSTO-COMPRA           PIC 9(7)V99.
       01 PROVEEDOR-TXT          PIC X(6).
       01 CODIGO-PROVEEDOR       PIC 9(4).
       01 PROVEEDOR-VALIDO       PIC X VALUE 'N'.
       01 BORRADOR-HALLADO       PIC X VALUE 'N'.
       01 RESULT-CODE-OC         PIC 9(2).

       *>----------------------------------------------------
       *> PEDIDOS ESPECIALES DE CLIENTES (PEDIDO-ESPECIAL):
       *> LOS ABIERTOS DEL PROVEEDOR ELEGIDO ENTRAN SOLOS COMO
       *> LÍNEAS DE LA ORDEN Y QUEDAN LIGADOS A ELLA.
       *>----------------------------------------------------
       01 PEDIDOS-PENDIENTES     PIC 9(4) VALUE 0.
       01 MAX-PEDIDOS-OC         PIC 9(3) VALUE 100.
       01 TOTAL-PEDIDOS-OC       PIC 9(3) VALUE 0.
       01 TABLA-PEDIDOS-OC.
           05 PEDIDO-OC OCCURS 100 TIMES PIC 9(6).
       01 IDX-PEDIDO             PIC 9(3).
       01 LINEA-PEDIDO           PIC 9(2).
       01 PEDIDO-EN-OC           PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT FECHA-OC FROM DATE YYYYMMDD

           PERFORM OFRECER-BORRADORES
           PERFORM AVISAR-PEDIDOS-ESPECIALES

           DISPLAY "¿Capturar una orden manual? (S/N):"
           ACCEPT REVISAR-TXT
                       FS-PRODUCTOS ")."
               STOP RUN
           END-IF
           PERFORM AGREGAR-PEDIDOS-ESPECIALES
           PERFORM CAPTURAR-LINEAS
           CLOSE ARCHIVO-PRODUCTOS


           PERFORM ASIGNAR-NUMERO-OC
           PERFORM GRABAR-ORDEN
           IF TOTAL-PEDIDOS-OC > 0
               PERFORM LIGAR-PEDIDOS-ESPECIALES
           END-IF
           DISPLAY "Orden de compra " NUMERO-OC " grabada con "
                   TOTAL-LINEAS " líneas."
           STOP RUN.
               IF CODIGO-PRODUCTO = 0
                   EXIT PERFORM
               END-IF
               MOVE CODIGO-PROVEEDOR TO UC-PROVEEDOR
               PERFORM OBTENER-UNIDAD-COMPRA
               IF UC-FACTOR > 1
                   DISPLAY "Cantidad a pedir en "
                           FUNCTION TRIM(UC-UNIDAD) " de "
                           FUNCTION TRIM(F-FACTOR-COMPRA)
                           " unidades:"
               ELSE
                   DISPLAY "Unidades a pedir:"
               END-IF
               PERFORM VALIDAR-UNIDADES
               PERFORM PEDIR-COSTO-PACTADO
               ADD 1 TO TOTAL-LINEAS
               MOVE CODIGO-PRODUCTO TO LI-CODIGO (TOTAL-LINEAS)
               MOVE PR-DESCRIPCION TO LI-PRODUCTO (TOTAL-LINEAS)
               MOVE UNIDADES-PEDIDAS TO LI-PEDIDAS (TOTAL-LINEAS)
               MOVE COSTO-PACTADO TO LI-COSTO (TOTAL-LINEAS)
               MOVE UC-FACTOR TO LI-FACTOR (TOTAL-LINEAS)
               MOVE UC-UNIDAD TO LI-UNIDAD (TOTAL-LINEAS)
               MOVE 0 TO LI-BASE (TOTAL-LINEAS)
           END-PERFORM.

      *>----------------------------------------------------
      *> COSTO UNITARIO NETO PACTADO CON EL PROVEEDOR; CONTRA
      *> ÉL SE COTEJA LA FACTURA (COTEJAR-FACTURAS). VA POR
      *> UNIDAD DE COMPRA: EL SUGERIDO ES EL COSTO UNITARIO
      *> DEL MAESTRO POR EL FACTOR.
      *>----------------------------------------------------
       PEDIR-COSTO-PACTADO.
           COMPUTE COSTO-COMPRA = PR-COSTO * UC-FACTOR
           MOVE COSTO-COMPRA TO F-COSTO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               IF UC-FACTOR > 1
                   DISPLAY "Costo pactado por "
                           FUNCTION TRIM(UC-UNIDAD)
                           " (ENTER = costo actual $" F-COSTO "):"
               ELSE
                   DISPLAY "Costo unitario pactado (ENTER = costo "
                           "actual $" F-COSTO "):"
               END-IF
               ACCEPT COSTO-TXT
               IF COSTO-TXT = SPACES
                   MOVE COSTO-COMPRA TO COSTO-PACTADO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(COSTO-TXT) NOT = 0
                       DISPLAY "Costo inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (COSTO-TXT)
                           TO COSTO-PACTADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       CAPTURAR-CODIGO-PRODUCTO.
                       ELSE
                           MOVE CODIGO-PRODUCTO TO PR-CODIGO
                           PERFORM BUSCAR-PRODUCTO
                           EVALUATE TRUE
                               WHEN PRODUCTO-ENCONTRADO = 'N'
                                   DISPLAY "No existe un producto "
                                           "con ese código. Intente "
                                           "de nuevo."
      *>                       LO CONSIGNADO NO SE COMPRA: LLEGA
      *>                       Y SE LIQUIDA POR CONSIGNACION.
                               WHEN PR-CONSIGNADOR IS NUMERIC
                                   AND PR-CONSIGNADOR > 0
                                   DISPLAY "Producto en "
                                           "consignación; no se "
                                           "compra por orden."
                               WHEN OTHER
                                   DISPLAY PR-DESCRIPCION
                                   MOVE 'S' TO ENTRADA-VALIDA
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               MOVE LI-PRODUCTO (IDX) TO OD-PRODUCTO
               MOVE LI-PEDIDAS (IDX) TO OD-PEDIDAS
               MOVE 0 TO OD-RECIBIDAS
               MOVE LI-COSTO (IDX) TO OD-COSTO
               MOVE LI-FACTOR (IDX) TO OD-FACTOR
               MOVE LI-UNIDAD (IDX) TO OD-UNIDAD
               WRITE OC-DETALLE-REG
           END-PERFORM
           CLOSE ARCHIVO-OC-DETALLE.
                       MOVE 'S' TO FIN-DETALLE
                   NOT AT END
                       IF OD-NUMERO = OC-REVISADA
                           IF OD-FACTOR IS NUMERIC
                               AND OD-FACTOR > 1
                               MOVE OD-FACTOR TO F-FACTOR-COMPRA
                               DISPLAY "  " OD-PRODUCTO " x"
                                       OD-PEDIDAS " "
                                       FUNCTION TRIM(OD-UNIDAD)
                                       " de "
                                       FUNCTION TRIM(F-FACTOR-COMPRA)
                           ELSE
                               DISPLAY "  " OD-PRODUCTO " x"
                                       OD-PEDIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY "No hay un borrador con ese número."
           END-IF.

      *>----------------------------------------------------
      *> ANTES DE CAPTURAR, AVISA CUÁNTOS PEDIDOS ESPECIALES
      *> ESPERAN ORDEN Y DE QUÉ PROVEEDOR.
      *>----------------------------------------------------
       AVISAR-PEDIDOS-ESPECIALES.
           MOVE 0 TO PEDIDOS-PENDIENTES
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
                       IF PE-ESTADO = 'A'
                           IF PEDIDOS-PENDIENTES = 0
                               DISPLAY "Pedidos especiales por "
                                       "ordenar:"
                           END-IF
                           ADD 1 TO PEDIDOS-PENDIENTES
                           DISPLAY "  Pedido " PE-NUMERO
                                   " al proveedor " PE-PROVEEDOR
                                   ": " PE-PRODUCTO " x"
                                   PE-UNIDADES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS.

      *>----------------------------------------------------
      *> LOS PEDIDOS ABIERTOS DEL PROVEEDOR DE LA ORDEN SE
      *> SUMAN A LA LÍNEA DEL MISMO PRODUCTO O ABREN UNA
      *> NUEVA. SI LA ORDEN SE LLENA, EL RESTO ESPERA LA
      *> SIGUIENTE. LOS PEDIDOS VIENEN EN UNIDADES DE VENTA;
      *> LA LÍNEA SE REDONDEA HACIA ARRIBA A UNIDADES DE
      *> COMPRA COMPLETAS.
      *>----------------------------------------------------
       AGREGAR-PEDIDOS-ESPECIALES.
           MOVE 0 TO TOTAL-PEDIDOS-OC
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
                       IF PE-ESTADO = 'A'
                           AND PE-PROVEEDOR = CODIGO-PROVEEDOR
                           AND TOTAL-PEDIDOS-OC < MAX-PEDIDOS-OC
                           PERFORM AGREGAR-UN-PEDIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS.

       AGREGAR-UN-PEDIDO.
           MOVE 0 TO LINEA-PEDIDO
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               IF LI-CODIGO (IDX) = PE-CODIGO
                   MOVE IDX TO LINEA-PEDIDO
               END-IF
           END-PERFORM
           IF LINEA-PEDIDO = 0
               IF TOTAL-LINEAS = MAX-LINEAS
                   DISPLAY "Pedido " PE-NUMERO " no cabe en esta "
                           "orden; queda para la siguiente."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-LINEAS
               MOVE TOTAL-LINEAS TO LINEA-PEDIDO
               MOVE PE-CODIGO TO LI-CODIGO (LINEA-PEDIDO)
               MOVE PE-PRODUCTO TO LI-PRODUCTO (LINEA-PEDIDO)
               MOVE 0 TO LI-PEDIDAS (LINEA-PEDIDO)
               MOVE 0 TO LI-COSTO (LINEA-PEDIDO)
               MOVE 0 TO LI-BASE (LINEA-PEDIDO)
               MOVE 1 TO LI-FACTOR (LINEA-PEDIDO)
               MOVE "UN" TO LI-UNIDAD (LINEA-PEDIDO)
               MOVE PE-CODIGO TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   MOVE CODIGO-PROVEEDOR TO UC-PROVEEDOR
                   PERFORM OBTENER-UNIDAD-COMPRA
                   MOVE UC-FACTOR TO LI-FACTOR (LINEA-PEDIDO)
                   MOVE UC-UNIDAD TO LI-UNIDAD (LINEA-PEDIDO)
                   COMPUTE LI-COSTO (LINEA-PEDIDO) =
                       PR-COSTO * UC-FACTOR
               END-IF
           END-IF
           ADD PE-UNIDADES TO LI-BASE (LINEA-PEDIDO)
           COMPUTE LI-PEDIDAS (LINEA-PEDIDO) =
               (LI-BASE (LINEA-PEDIDO) + LI-FACTOR (LINEA-PEDIDO)
                - 1) / LI-FACTOR (LINEA-PEDIDO)
           ADD 1 TO TOTAL-PEDIDOS-OC
           MOVE PE-NUMERO TO PEDIDO-OC (TOTAL-PEDIDOS-OC)
           DISPLAY "Pedido especial " PE-NUMERO " del cliente "
                   PE-CLIENTE ": " PE-PRODUCTO " x" PE-UNIDADES
                   " agregado a la orden.".

      *>----------------------------------------------------
      *> LOS PEDIDOS QUE ENTRARON A LA ORDEN PASAN A 'O' CON
      *> SU NÚMERO, PARA QUE LA RECEPCIÓN LOS APARTE.
      *>----------------------------------------------------
       LIGAR-PEDIDOS-ESPECIALES.
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
                       IF PE-ESTADO = 'A'
                           PERFORM BUSCAR-PEDIDO-EN-OC
                           IF PEDIDO-EN-OC = 'S'
                               MOVE NUMERO-OC TO PE-OC
                               MOVE 'O' TO PE-ESTADO
                           END-IF
                       END-IF
                       MOVE PEDIDO-REG TO PEDIDO-TMP-REG
                       WRITE PEDIDO-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS
           CLOSE ARCHIVO-PEDIDOS-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-ESPECIALES.TMP"
                                         "PEDIDOS-ESPECIALES.DAT"
               RETURNING RESULT-CODE-PEDIDOS
           DISPLAY TOTAL-PEDIDOS-OC " pedido(s) especial(es) "
                   "ligado(s) a la orden " NUMERO-OC ".".

       BUSCAR-PEDIDO-EN-OC.
           MOVE 'N' TO PEDIDO-EN-OC
           PERFORM VARYING IDX-PEDIDO FROM 1 BY 1
                   UNTIL IDX-PEDIDO > TOTAL-PEDIDOS-OC
                       OR PEDIDO-EN-OC = 'S'
               IF PEDIDO-OC (IDX-PEDIDO) = PE-NUMERO
                   MOVE 'S' TO PEDIDO-EN-OC
               END-IF
           END-PERFORM.

       COPY PRODUCTOS-RUTINAS.
       COPY PEDIDOS-ESPECIALES-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
