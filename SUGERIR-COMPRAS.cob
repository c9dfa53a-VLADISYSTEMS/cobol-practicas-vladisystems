       COPY PROVEEDORES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY BITACORA-SELECT.
       COPY REFERENCIAS-PROV-SELECT.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
       COPY PROVEEDORES-FD.
       COPY PARAMETROS-FD.
       COPY BITACORA-FD.
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
       COPY PRODUCTOS-WS.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.
       COPY REFERENCIAS-PROV-WS.

      *>----------------------------------------------------
      *> SUGERENCIA DE COMPRAS (LOTE): CALCULA LA VELOCIDAD
      *> DEL PROVEEDOR (PV-PLAZO-DIAS) MÁS LOS DÍAS DE
      *> SEGURIDAD, Y DEJA UNA ORDEN DE COMPRA EN BORRADOR
      *> (ESTADO 'B') POR PROVEEDOR PARA QUE EL COMPRADOR LA
      *> CONFIRME EN CAPTURAR-ORDEN-COMPRA. LA CANTIDAD SE
      *> CALCULA EN UNIDADES DE VENTA Y SE PIDE EN UNIDADES
      *> DE COMPRA COMPLETAS (REDONDEO HACIA ARRIBA).
      *> PARÁMETROS EN PARAMETROS.DAT:
      *>   COMPRAS-DIAS-VENTA  DÍAS DE HISTORIA (30)
      *>   COMPRAS-DIAS-SEG    DÍAS DE SEGURIDAD (7)
               10 SG-CODIGO      PIC 9(6).
               10 SG-PRODUCTO    PIC X(20).
               10 SG-CANTIDAD    PIC 9(5).
               10 SG-COSTO       PIC 9(7)V99.
               10 SG-FACTOR      PIC 9(4).
               10 SG-UNIDAD      PIC X(3).
       01 IDX-SUG                PIC 9(3).
       01 PROVEEDOR-EN-CURSO     PIC 9(4).

           IF PRODUCTO-ENCONTRADO = 'N' OR PR-PROVEEDOR = 0
               EXIT PARAGRAPH
           END-IF
      *>    LA MERCANCÍA EN CONSIGNACIÓN LA REPONE EL
      *>    CONSIGNADOR; NO SE SUGIERE COMPRARLA.
           IF PR-CONSIGNADOR IS NUMERIC AND PR-CONSIGNADOR > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PLAZO-PROVEEDOR
           PERFORM VARYING IDX-PROV FROM 1 BY 1
                   UNTIL IDX-PROV > TOTAL-PROVEEDORES
           IF CANTIDAD-SUGERIDA < 1
               MOVE 1 TO CANTIDAD-SUGERIDA
           END-IF
           MOVE PR-PROVEEDOR TO UC-PROVEEDOR
           PERFORM OBTENER-UNIDAD-COMPRA
           COMPUTE CANTIDAD-SUGERIDA =
               (CANTIDAD-SUGERIDA + UC-FACTOR - 1) / UC-FACTOR
           IF TOTAL-SUGERIDOS < MAX-SUGERIDOS
               ADD 1 TO TOTAL-SUGERIDOS
               MOVE PR-PROVEEDOR TO SG-PROVEEDOR (TOTAL-SUGERIDOS)
               MOVE PR-DESCRIPCION TO SG-PRODUCTO (TOTAL-SUGERIDOS)
               MOVE CANTIDAD-SUGERIDA
                   TO SG-CANTIDAD (TOTAL-SUGERIDOS)
               COMPUTE SG-COSTO (TOTAL-SUGERIDOS) =
                   PR-COSTO * UC-FACTOR
               MOVE UC-FACTOR TO SG-FACTOR (TOTAL-SUGERIDOS)
               MOVE UC-UNIDAD TO SG-UNIDAD (TOTAL-SUGERIDOS)
           END-IF.

      *>----------------------------------------------------
                   MOVE SG-PRODUCTO (IDX-VEND) TO OD-PRODUCTO
                   MOVE SG-CANTIDAD (IDX-VEND) TO OD-PEDIDAS
                   MOVE 0 TO OD-RECIBIDAS
                   MOVE SG-COSTO (IDX-VEND) TO OD-COSTO
                   MOVE SG-FACTOR (IDX-VEND) TO OD-FACTOR
                   MOVE SG-UNIDAD (IDX-VEND) TO OD-UNIDAD
                   WRITE OC-DETALLE-REG
                   ADD 1 TO LINEAS-OC
      *>           EL PROVEEDOR SE ANULA PARA NO REPETIR LA
       COPY PRODUCTOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
