      *>   PR-LOTEADO = 'S' PARA CONSUMIBLES CON LOTE Y FECHA
      *>   DE VENCIMIENTO (LOTES.DAT); EN BLANCO NO SE LLEVA.
           05 PR-LOTEADO           PIC X.
      *>   UNIDAD DE COMPRA Y CUÁNTAS UNIDADES DE VENTA TRAE
      *>   (CAJA "CJ" DE 12, PAQUETE "PQ" DE 6). EXISTENCIA,
      *>   KARDEX Y VENTAS SIEMPRE VAN EN UNIDADES DE VENTA.
      *>   EN BLANCO/CERO SE COMPRA POR UNIDAD ("UN", 1).
           05 PR-UNIDAD-COMPRA     PIC X(3).
           05 PR-FACTOR-COMPRA     PIC 9(4).
      *>   PR-SERIALIZADO = 'S' PARA ARTÍCULOS DE ALTO VALOR
      *>   CON GARANTÍA DEL FABRICANTE: CADA UNIDAD LLEVA SU
      *>   NÚMERO DE SERIE (SERIES.DAT) DESDE LA RECEPCIÓN
      *>   HASTA LA VENTA. PR-GARANTIA-DIAS ES LA GARANTÍA
      *>   DESDE LA FECHA DE VENTA (0 = SIN GARANTÍA).
           05 PR-SERIALIZADO       PIC X.
           05 PR-GARANTIA-DIAS     PIC 9(4).
      *>   PR-CONSIGNADOR: PROVEEDOR DUEÑO DE LA MERCANCÍA
      *>   DEJADA EN CONSIGNACIÓN (0 = MERCANCÍA PROPIA). SE
      *>   RECIBE Y DEVUELVE CON CONSIGNACION, NO GENERA CXP
      *>   HASTA LA LIQUIDACIÓN DE LO VENDIDO Y NO ENTRA EN
      *>   VALORIZAR-INVENTARIO. PR-COSTO ES EL COSTO PACTADO
      *>   CON EL CONSIGNADOR POR UNIDAD VENDIDA.
           05 PR-CONSIGNADOR       PIC 9(4).
