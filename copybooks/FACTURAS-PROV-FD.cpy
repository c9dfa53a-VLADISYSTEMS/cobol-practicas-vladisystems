      *>----------------------------------------------------
      *> DETALLE DE FACTURAS DE PROVEEDOR
      *> (FACTURAS-PROV-DET.DAT): UNA LÍNEA POR PRODUCTO
      *> FACTURADO, CON LA CANTIDAD Y EL PRECIO UNITARIO NETO
      *> QUE COBRA EL PROVEEDOR. SE CAPTURA EN LA RECEPCIÓN
      *> (RECIBIR-ORDEN-COMPRA) JUNTO CON EL CARGO EN CXP.DAT
      *> Y LO COTEJA COTEJAR-FACTURAS CONTRA LA ORDEN.
      *>----------------------------------------------------
       FD  ARCHIVO-FACTURAS-PROV.
       01  FACTURA-PROV-REG.
           05 FP-PROVEEDOR         PIC 9(4).
           05 FP-FACTURA           PIC X(12).
           05 FP-OC                PIC 9(6).
           05 FP-CODIGO            PIC 9(6).
           05 FP-CANTIDAD          PIC 9(5).
           05 FP-PRECIO            PIC 9(7)V99.
