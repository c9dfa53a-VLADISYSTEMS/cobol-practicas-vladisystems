      *> CAJA). TAMBIÉN VA AL FINAL PARA LEERSE COMO PREFIJO.
      *>----------------------------------------------------
           05 VR-TURNO           PIC 9(2).
      *>----------------------------------------------------
      *> VR-CAMPANIA: CAMPAÑA DE PROMOCIÓN (CAMPANIAS.DAT)
      *> QUE DIO EL DESCUENTO DE LA LÍNEA; 0 O VACÍO = SIN
      *> CAMPAÑA. EL REVERSO Y LA LÍNEA QUE VUELVE EN UN
      *> CAMBIO REPITEN LA CAMPAÑA DE LA LÍNEA ORIGINAL. VA
      *> AL FINAL PARA LEERSE COMO PREFIJO.
      *>----------------------------------------------------
           05 VR-CAMPANIA        PIC 9(4).
      *>----------------------------------------------------
      *> VR-NIVEL: NIVEL DE PRECIO DEL CLIENTE AL MOMENTO DE
      *> LA VENTA ('D' DETAL, 'M' MAYORISTA, 'I'
      *> INSTITUCIONAL; VACÍO = DETAL). EL REVERSO REPITE EL
      *> NIVEL DE LA FACTURA ORIGINAL. VA AL FINAL PARA
      *> LEERSE COMO PREFIJO.
      *>----------------------------------------------------
           05 VR-NIVEL           PIC X.
      *>----------------------------------------------------
      *> VR-EMPLEADO: COMPRA DEL PERSONAL, CON EL CÓDIGO DEL
      *> EMPLEADO EN OPERADORES.DAT (0 O VACÍO = VENTA A UN
      *> CLIENTE CUALQUIERA). EL REVERSO Y EL CAMBIO LO
      *> TOMAN DE LA FACTURA ORIGINAL. VA AL FINAL PARA
      *> LEERSE COMO PREFIJO.
      *>----------------------------------------------------
           05 VR-EMPLEADO        PIC 9(4).
      *>----------------------------------------------------
      *> VR-SUCURSAL: TIENDA QUE HIZO LA VENTA (PARÁMETRO
      *> SUCURSAL DE PARAMETROS.DAT; 0 O VACÍO = CASA
      *> MATRIZ). LAS LÍNEAS DE UNA SUCURSAL LLEGAN A LOS
      *> ARCHIVOS DE CASA MATRIZ CON IMPORTAR-SUCURSAL, CON LA
      *> CAJA YA RENUMERADA. VA AL FINAL PARA LEERSE COMO
      *> PREFIJO.
      *>----------------------------------------------------
           05 VR-SUCURSAL        PIC 9(2).
