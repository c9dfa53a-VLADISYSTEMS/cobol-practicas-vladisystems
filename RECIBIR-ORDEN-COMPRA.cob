       COPY PROVEEDORES-SELECT.
       COPY FERIADOS-SELECT.
       COPY CXP-SELECT.
       COPY FACTURAS-PROV-SELECT.
           SELECT ARCHIVO-IVA-COMPRAS ASSIGN TO "IVA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA-COMPRAS.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY SERIES-SELECT.
       COPY PEDIDOS-ESPECIALES-SELECT.
       COPY CLIENTES-IDX-SELECT.
           SELECT ARCHIVO-LLEGADOS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LLEGADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLEGADOS.

       DATA DIVISION.
       FILE SECTION.
           05 OD-PRODUCTO          PIC X(20).
           05 OD-PEDIDAS           PIC 9(5).
           05 OD-RECIBIDAS         PIC 9(5).
           05 OD-COSTO             PIC 9(7)V99.
      *>    PEDIDAS, RECIBIDAS Y COSTO VAN EN UNIDAD DE COMPRA;
      *>    OD-FACTOR ES CUÁNTAS UNIDADES DE VENTA TRAE (EN
      *>    LAS ÓRDENES ANTERIORES LLEGA VACÍO Y VALE 1).
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       FD  ARCHIVO-DET-TMP.
       01  DET-TMP-REG            PIC X(58).

       COPY PRODUCTOS-FD.
       COPY KARDEX-FD.
       COPY PROVEEDORES-FD.
       COPY FERIADOS-FD.
       COPY CXP-FD.
       COPY FACTURAS-PROV-FD.

      *>----------------------------------------------------
      *> LIBRO DE IVA DE COMPRAS (IVA-COMPRAS.DAT): EL IVA
                                       SEPARATE.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY SERIES-FD.
       COPY PEDIDOS-ESPECIALES-FD.
       COPY CLIENTES-IDX-FD.

      *>----------------------------------------------------
      *> LISTA "SU PEDIDO LLEGÓ" DEL DÍA
      *> (PEDIDOS-LLEGADOS-AAAAMMDD.TXT): A QUIÉN LLAMAR PARA
      *> QUE PASE A RETIRAR. CADA RECEPCIÓN AGREGA LO SUYO.
      *>----------------------------------------------------
       FD  ARCHIVO-LLEGADOS.
       01  LLEGADO-LINEA          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY DIAS-HABILES-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY SERIES-WS.
       COPY PEDIDOS-ESPECIALES-WS.
       01 LOTE-TXT               PIC X(10).
       01 VENCE-TXT              PIC X(10).
       01 VENCE-CAPTURA          PIC 9(8).
       *> CUENTA POR PAGAR DE LA RECEPCIÓN: AL TERMINAR SE
       *> CAPTURA LA FACTURA DEL PROVEEDOR Y SU MONTO, Y EL
       *> CARGO QUEDA EN CXP.DAT CON VENCIMIENTO A
       *> PV-PLAZO-DIAS DÍAS HÁBILES. CON LA FACTURA SE
       *> CAPTURA SU DETALLE (CANTIDAD Y PRECIO NETO POR
       *> PRODUCTO) Y SE CORRE EL COTEJO DE TRES VÍAS.
       *>----------------------------------------------------
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CXP                 PIC XX.
       01 COSTO-TXT              PIC X(12).
       01 COSTO-UNITARIO         PIC 9(7)V99.
       01 F-COSTO-NUEVO          PIC Z(6)9.99.
       01 FS-FACTURAS-PROV       PIC XX.
       01 CANTIDAD-FACTURADA     PIC 9(5).
       01 PRECIO-FACTURADO       PIC 9(7)V99.
       01 F-UNIDADES             PIC ZZZZ9.
       01 COMANDO-COTEJO         PIC X(40)
                                 VALUE "./COTEJAR-FACTURAS PENDIENTES".

       *>----------------------------------------------------
       *> RECEPCIÓN CONTRA ORDEN DE COMPRA: COTEJA LO PEDIDO
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-RECIBIDAS     PIC 9(5).
       01 PENDIENTES             PIC S9(5).
      *>    LA OC SE RECIBE EN UNIDAD DE COMPRA; AL STOCK, AL
      *>    KARDEX Y A LOS PEDIDOS ESPECIALES VA
      *>    UNIDADES-BASE (UNIDADES DE VENTA).
       01 FACTOR-LINEA           PIC 9(4) VALUE 1.
       01 UNIDADES-BASE          PIC 9(5).
       01 F-FACTOR               PIC Z(3)9.
       01 ORDEN-COMPLETA         PIC X VALUE 'S'.
       01 LINEAS-RECIBIDAS       PIC 9(3) VALUE 0.
       01 LINEAS-CON-FALTANTE    PIC 9(3) VALUE 0.
       01 F-PENDIENTES           PIC -(4)9.

       *>----------------------------------------------------
       *> APARTADO PARA PEDIDOS ESPECIALES: LO RECIBIDO DE
       *> CADA PRODUCTO SE REPARTE, EN ORDEN DE LLEGADA DEL
       *> PEDIDO, ENTRE LOS PEDIDOS LIGADOS A ESTA ORDEN.
       *>----------------------------------------------------
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-LLEGADOS            PIC XX.
       01 NOMBRE-ARCHIVO-LLEGADOS PIC X(30).
       01 MAX-RECIBIDOS          PIC 9(2) VALUE 20.
       01 TOTAL-RECIBIDOS        PIC 9(2) VALUE 0.
       01 TABLA-RECIBIDOS.
           05 RECIBIDO-ITEM OCCURS 20 TIMES.
               10 REC-CODIGO      PIC 9(6).
               10 REC-DISPONIBLE  PIC 9(5).
               10 REC-PRODUCTO    PIC X(20).
               10 REC-UNIDADES    PIC 9(5).
               10 REC-COSTO       PIC 9(7)V99.
       01 IDX-REC                PIC 9(2).
       01 REC-HALLADO            PIC 9(2).
       01 FALTAN-PEDIDO          PIC 9(5).
       01 ASIGNAR-PEDIDO         PIC 9(5).
       01 PEDIDOS-LLEGADOS       PIC 9(3) VALUE 0.
       01 NOMBRE-CLIENTE         PIC X(30).
       01 TELEFONO-CLIENTE       PIC X(10).
       01 F-ANTICIPO             PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.

           PERFORM RECIBIR-LINEAS
           CLOSE ARCHIVO-PRODUCTOS
           IF TOTAL-RECIBIDOS > 0
               PERFORM APARTAR-PEDIDOS-ESPECIALES
           END-IF

           IF ORDEN-COMPLETA = 'S'
               PERFORM CERRAR-ORDEN
               END-IF
           END-PERFORM
           COMPUTE BASE-FACTURA = MONTO-FACTURA - IVA-FACTURA
           PERFORM CAPTURAR-DETALLE-FACTURA
           PERFORM OBTENER-PLAZO-PROVEEDOR
           ACCEPT FECHA-RECEPCION FROM DATE YYYYMMDD
           COMPUTE DH-FECHA-INT =
           MOVE MONTO-FACTURA TO XP-MONTO
           MOVE MONTO-FACTURA TO XP-SALDO
           MOVE 'A' TO XP-ESTADO
           MOVE SPACE TO XP-COTEJO
           WRITE CXP-REG
           CLOSE ARCHIVO-CXP
           PERFORM GRABAR-IVA-COMPRA
           DISPLAY "Cuenta por pagar registrada; vence el "
                   FECHA-VENCE "."
           CALL "SYSTEM" USING COMANDO-COTEJO
           ON EXCEPTION
               DISPLAY "No se pudo cotejar la factura; corra "
                       "COTEJAR-FACTURAS."
           END-CALL.

      *>----------------------------------------------------
      *> UNA LÍNEA DE FACTURA POR PRODUCTO RECIBIDO EN ESTA
      *> ENTREGA, EN UNIDAD DE COMPRA. POR OMISIÓN, LO
      *> RECIBIDO AL COSTO PACTADO DE LA ORDEN (O AL COSTO DE
      *> LA ENTREGA / PR-COSTO EN LAS ÓRDENES SIN COSTO
      *> PACTADO).
      *>----------------------------------------------------
       CAPTURAR-DETALLE-FACTURA.
           DISPLAY "Detalle de la factura (ENTER acepta el valor "
                   "sugerido):"
           OPEN EXTEND ARCHIVO-FACTURAS-PROV
           IF FS-FACTURAS-PROV = "35"
               OPEN OUTPUT ARCHIVO-FACTURAS-PROV
           END-IF
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECIBIDOS
               PERFORM CAPTURAR-LINEA-FACTURA
           END-PERFORM
           CLOSE ARCHIVO-FACTURAS-PROV.

       CAPTURAR-LINEA-FACTURA.
           MOVE REC-UNIDADES (IDX-REC) TO F-UNIDADES
           MOVE REC-COSTO (IDX-REC) TO F-COSTO-NUEVO
           DISPLAY REC-PRODUCTO (IDX-REC) " | Recibidas: "
                   F-UNIDADES " | Costo pactado: $" F-COSTO-NUEVO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Cantidad facturada (ENTER = " F-UNIDADES
                       "):"
               ACCEPT UNIDADES-TXT
               IF UNIDADES-TXT = SPACES
                   MOVE REC-UNIDADES (IDX-REC) TO CANTIDAD-FACTURADA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                           TO CANTIDAD-FACTURADA
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Precio unitario neto facturado (ENTER = $"
                       F-COSTO-NUEVO "):"
               ACCEPT COSTO-TXT
               IF COSTO-TXT = SPACES
                   MOVE REC-COSTO (IDX-REC) TO PRECIO-FACTURADO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(COSTO-TXT) NOT = 0
                       DISPLAY "Precio inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (COSTO-TXT)
                           TO PRECIO-FACTURADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE PROVEEDOR-OC TO FP-PROVEEDOR
           MOVE FACTURA-PROV TO FP-FACTURA
           MOVE NUMERO-OC TO FP-OC
           MOVE REC-CODIGO (IDX-REC) TO FP-CODIGO
           MOVE CANTIDAD-FACTURADA TO FP-CANTIDAD
           MOVE PRECIO-FACTURADO TO FP-PRECIO
           WRITE FACTURA-PROV-REG.

       GRABAR-IVA-COMPRA.
           OPEN EXTEND ARCHIVO-IVA-COMPRAS
               EXIT PARAGRAPH
           END-IF
           MOVE PENDIENTES TO F-PENDIENTES
           MOVE 1 TO FACTOR-LINEA
           IF OD-FACTOR IS NUMERIC AND OD-FACTOR > 1
               MOVE OD-FACTOR TO FACTOR-LINEA
           END-IF
           MOVE FACTOR-LINEA TO F-FACTOR
           IF FACTOR-LINEA > 1
               DISPLAY OD-PRODUCTO " | Pedidas: " OD-PEDIDAS
                       " " FUNCTION TRIM(OD-UNIDAD) " de "
                       FUNCTION TRIM(F-FACTOR)
                       " | Pendientes: " F-PENDIENTES
               DISPLAY "Cantidad entregada ahora en "
                       FUNCTION TRIM(OD-UNIDAD) " (0 si no llegó):"
           ELSE
               DISPLAY OD-PRODUCTO " | Pedidas: " OD-PEDIDAS
                       " | Pendientes: " F-PENDIENTES
               DISPLAY "Unidades entregadas ahora (0 si no llegó):"
           END-IF
           PERFORM VALIDAR-UNIDADES
           IF UNIDADES-RECIBIDAS = 0
               MOVE 'N' TO ORDEN-COMPLETA
                       "sólo lo pendiente."
               MOVE PENDIENTES TO UNIDADES-RECIBIDAS
           END-IF
           COMPUTE UNIDADES-BASE = UNIDADES-RECIBIDAS * FACTOR-LINEA
           PERFORM PEDIR-COSTO-LINEA
           ADD UNIDADES-RECIBIDAS TO OD-RECIBIDAS
           ADD 1 TO LINEAS-RECIBIDAS
               MOVE 'N' TO ORDEN-COMPLETA
               ADD 1 TO LINEAS-CON-FALTANTE
           END-IF
           PERFORM POSTEAR-ENTRADA
           PERFORM ANOTAR-RECIBIDO.

       ANOTAR-RECIBIDO.
           MOVE 0 TO REC-HALLADO
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECIBIDOS
               IF REC-CODIGO (IDX-REC) = OD-CODIGO
                   MOVE IDX-REC TO REC-HALLADO
               END-IF
           END-PERFORM
           IF REC-HALLADO = 0
               IF TOTAL-RECIBIDOS = MAX-RECIBIDOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-RECIBIDOS
               MOVE TOTAL-RECIBIDOS TO REC-HALLADO
               MOVE OD-CODIGO TO REC-CODIGO (REC-HALLADO)
               MOVE 0 TO REC-DISPONIBLE (REC-HALLADO)
               MOVE OD-PRODUCTO TO REC-PRODUCTO (REC-HALLADO)
               MOVE 0 TO REC-UNIDADES (REC-HALLADO)
               EVALUATE TRUE
                   WHEN OD-COSTO IS NUMERIC AND OD-COSTO > 0
                       MOVE OD-COSTO TO REC-COSTO (REC-HALLADO)
                   WHEN COSTO-UNITARIO > 0
                       MOVE COSTO-UNITARIO TO REC-COSTO (REC-HALLADO)
                   WHEN OTHER
                       COMPUTE REC-COSTO (REC-HALLADO) =
                           PR-COSTO * FACTOR-LINEA
               END-EVALUATE
           END-IF
           ADD UNIDADES-BASE TO REC-DISPONIBLE (REC-HALLADO)
           ADD UNIDADES-RECIBIDAS TO REC-UNIDADES (REC-HALLADO).

       VALIDAR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
       PEDIR-COSTO-LINEA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               IF FACTOR-LINEA > 1
                   DISPLAY "Costo por " FUNCTION TRIM(OD-UNIDAD)
                           " de la entrega "
                           "(0 para conservar el actual):"
               ELSE
                   DISPLAY "Costo unitario de la entrega (0 para "
                           "conservar el actual):"
               END-IF
               ACCEPT COSTO-TXT
               IF FUNCTION TEST-NUMVAL(COSTO-TXT) NOT = 0
                   DISPLAY "Costo inválido. Intente de nuevo."
      *>    MÁS LA ENTREGA; EL CAMBIO QUEDA EN
      *>    COSTOS-HIST.DAT CON LA OC COMO REFERENCIA.
           IF COSTO-UNITARIO > 0
               MOVE UNIDADES-BASE TO CPP-UNIDADES
               MOVE COSTO-UNITARIO TO CPP-COSTO-ENTRADA
               MOVE FACTOR-LINEA TO CPP-FACTOR
               PERFORM RECALCULAR-COSTO-PROMEDIO
               MOVE CPP-COSTO-NUEVO TO PR-COSTO
               MOVE "RECEPCION-OC" TO CPP-ORIGEN
               DISPLAY "Costo promedio actualizado a $"
                       F-COSTO-NUEVO
           END-IF
           ADD UNIDADES-BASE TO PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar existencia del "
                       "producto " PR-CODIGO
               MOVE OD-CODIGO TO KW-CODIGO
               MOVE 'E' TO KW-TIPO
               MOVE NUMERO-OC TO KW-FOLIO
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
      *>       UNA SERIE POR UNIDAD, LIGADA AL PROVEEDOR Y A LA
      *>       OC PARA LA CONSULTA DE GARANTÍA.
               IF PR-SERIALIZADO = 'S'
                   MOVE UNIDADES-BASE TO SR-UNIDADES
                   MOVE PROVEEDOR-OC TO SR-PROVEEDOR
                   MOVE NUMERO-OC TO SR-OC
                   PERFORM CAPTURAR-SERIES-ENTRADA
               END-IF
           END-REWRITE.

      *>----------------------------------------------------
           MOVE PR-CODIGO TO LO-CODIGO
           MOVE LOTE-TXT TO LO-LOTE
           MOVE VENCE-CAPTURA TO LO-VENCE
           MOVE UNIDADES-BASE TO LO-DELTA
           PERFORM AJUSTAR-LOTE
           DISPLAY "Lote " LOTE-TXT " registrado (vence "
                   VENCE-CAPTURA ").".
                                         "OC-ORDENES.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> REPARTE LO RECIBIDO ENTRE LOS PEDIDOS ESPECIALES
      *> LIGADOS A LA ORDEN (ESTADO 'O'). EL PEDIDO COMPLETO
      *> PASA A 'R' (LLEGÓ) Y SALE EN LA LISTA DE AVISOS; UNO
      *> INCOMPLETO CONSERVA LO APARTADO HASTA LA SIGUIENTE
      *> ENTREGA. LO APARTADO NO SE PUEDE VENDER A OTRO
      *> CLIENTE (RESERVAS-RUTINAS).
      *>----------------------------------------------------
       APARTAR-PEDIDOS-ESPECIALES.
           OPEN INPUT ARCHIVO-PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT FECHA-RECEPCION FROM DATE YYYYMMDD
           OPEN OUTPUT ARCHIVO-PEDIDOS-TMP
           MOVE 'N' TO FIN-PEDIDOS
           PERFORM UNTIL FIN-PEDIDOS = 'S'
               READ ARCHIVO-PEDIDOS
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS
                   NOT AT END
                       IF PE-ESTADO = 'O' AND PE-OC = NUMERO-OC
                           PERFORM APARTAR-UN-PEDIDO
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
           IF PEDIDOS-LLEGADOS > 0
               CLOSE ARCHIVO-LLEGADOS
               DISPLAY PEDIDOS-LLEGADOS " pedido(s) especial(es) "
                       "listo(s) para retirar; avisos en "
                       NOMBRE-ARCHIVO-LLEGADOS
           END-IF.

       APARTAR-UN-PEDIDO.
           MOVE 0 TO REC-HALLADO
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECIBIDOS
               IF REC-CODIGO (IDX-REC) = PE-CODIGO
                   MOVE IDX-REC TO REC-HALLADO
               END-IF
           END-PERFORM
           IF REC-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           IF REC-DISPONIBLE (REC-HALLADO) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FALTAN-PEDIDO = PE-UNIDADES - PE-RESERVADAS
           IF FALTAN-PEDIDO > REC-DISPONIBLE (REC-HALLADO)
               MOVE REC-DISPONIBLE (REC-HALLADO) TO ASIGNAR-PEDIDO
           ELSE
               MOVE FALTAN-PEDIDO TO ASIGNAR-PEDIDO
           END-IF
           ADD ASIGNAR-PEDIDO TO PE-RESERVADAS
           SUBTRACT ASIGNAR-PEDIDO FROM REC-DISPONIBLE (REC-HALLADO)
           IF PE-RESERVADAS < PE-UNIDADES
               DISPLAY "Pedido especial " PE-NUMERO ": apartadas "
                       PE-RESERVADAS " de " PE-UNIDADES
                       "; espera el resto."
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PE-ESTADO
           MOVE FECHA-RECEPCION TO PE-FECHA-LLEGADA
           DISPLAY "Pedido especial " PE-NUMERO " completo y "
                   "apartado para el cliente " PE-CLIENTE "."
           PERFORM ESCRIBIR-AVISO-LLEGADA.

       ESCRIBIR-AVISO-LLEGADA.
           IF PEDIDOS-LLEGADOS = 0
               MOVE SPACES TO NOMBRE-ARCHIVO-LLEGADOS
               STRING "PEDIDOS-LLEGADOS-" DELIMITED BY SIZE
                      FECHA-RECEPCION DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-LLEGADOS
               OPEN EXTEND ARCHIVO-LLEGADOS
               IF FS-LLEGADOS = "35"
                   OPEN OUTPUT ARCHIVO-LLEGADOS
               END-IF
               MOVE SPACES TO LLEGADO-LINEA
               STRING "SU PEDIDO LLEGÓ - ORDEN DE COMPRA "
                      DELIMITED BY SIZE
                      NUMERO-OC DELIMITED BY SIZE
                      " RECIBIDA EL " DELIMITED BY SIZE
                      FECHA-RECEPCION DELIMITED BY SIZE
                      INTO LLEGADO-LINEA
               WRITE LLEGADO-LINEA
           END-IF
           ADD 1 TO PEDIDOS-LLEGADOS
           PERFORM LEER-CLIENTE-PEDIDO
           MOVE PE-ANTICIPO TO F-ANTICIPO
           MOVE SPACES TO LLEGADO-LINEA
           STRING "Pedido " DELIMITED BY SIZE
                  PE-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PE-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-CLIENTE DELIMITED BY SIZE
                  " Tel. " DELIMITED BY SIZE
                  TELEFONO-CLIENTE DELIMITED BY SIZE
                  INTO LLEGADO-LINEA
           WRITE LLEGADO-LINEA
           MOVE SPACES TO LLEGADO-LINEA
           STRING "       " DELIMITED BY SIZE
                  PE-PRODUCTO DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  PE-UNIDADES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PE-NOTA DELIMITED BY SIZE
                  " Anticipo $" DELIMITED BY SIZE
                  F-ANTICIPO DELIMITED BY SIZE
                  INTO LLEGADO-LINEA
           WRITE LLEGADO-LINEA.

       LEER-CLIENTE-PEDIDO.
           MOVE "(CLIENTE NO REGISTRADO)" TO NOMBRE-CLIENTE
           MOVE SPACES TO TELEFONO-CLIENTE
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PE-CLIENTE TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOMBRE-IDX TO NOMBRE-CLIENTE
                   MOVE TELEFONO-IDX TO TELEFONO-CLIENTE
           END-READ
           CLOSE CLIENTES-INDEXADO.

       OBTENER-PLAZO-PROVEEDOR.
           MOVE 0 TO PLAZO-PROVEEDOR
           OPEN INPUT ARCHIVO-PROVEEDORES
       COPY DIAS-HABILES-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY SERIES-RUTINAS.
       COPY PEDIDOS-ESPECIALES-RUTINAS.
