      *>----------------------------------------------------
      *> REFERENCIAS CRUZADAS DE PROVEEDOR
      *> (REFERENCIAS-PROV.DAT): EL CÓDIGO CON QUE CADA
      *> PROVEEDOR NOMBRA UN ARTÍCULO EN SU LISTA DE PRECIOS
      *> APUNTA AL PR-CODIGO DEL MAESTRO. RF-UNIDADES ES
      *> CUÁNTAS UNIDADES NUESTRAS TRAE LA PRESENTACIÓN QUE
      *> COTIZA EL PROVEEDOR (CAJA DE 12 = 12; CERO O 1 ES
      *> POR UNIDAD) Y RF-UNIDAD-COMPRA EL NOMBRE DE ESA
      *> PRESENTACIÓN; CUANDO VIENEN LLENOS MANDAN SOBRE LA
      *> UNIDAD DE COMPRA DEL MAESTRO PARA ESE PROVEEDOR.
      *> SE MANTIENEN CON MANTENER-REFERENCIAS-PROV.
      *>----------------------------------------------------
       FD  ARCHIVO-REFERENCIAS-PROV.
       01  REFERENCIA-PROV-REG.
           05 RF-PROVEEDOR         PIC 9(4).
           05 RF-CODIGO-PROV       PIC X(15).
           05 RF-CODIGO            PIC 9(6).
           05 RF-UNIDADES          PIC 9(4).
           05 RF-UNIDAD-COMPRA     PIC X(3).
