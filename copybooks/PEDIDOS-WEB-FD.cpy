      *>----------------------------------------------------
      *> PEDIDOS DE LA TIENDA WEB (PEDIDOS-WEB.DAT), UNO POR
      *> PEDIDO IMPORTADO DESDE LA PLATAFORMA. PW-NUMERO ES EL
      *> NÚMERO INTERNO; PW-PEDIDO-WEB EL DE LA PLATAFORMA
      *> (EVITA IMPORTAR DOS VECES EL MISMO PEDIDO). ESTADOS:
      *>   R = TODAS LAS LÍNEAS CON STOCK RESERVADO, LISTO
      *>       PARA PICKING Y DESPACHO
      *>   B = PENDIENTE: ALGUNA LÍNEA SIN STOCK SUFICIENTE
      *>   D = DESPACHO EN CURSO: FOLIO YA ASIGNADO (PW-CAJA,
      *>       PW-FOLIO, PW-FECHA-FACTURA), VENTA AÚN POR
      *>       CONFIRMAR
      *>   F = DESPACHADO Y FACTURADO (PW-CAJA, PW-FOLIO)
      *>   C = ANULADO, LIBERA LA RESERVA
      *> PW-ENVIO ES EL COBRO DE DESPACHO SIN IVA.
      *>----------------------------------------------------
       FD  ARCHIVO-PEDIDOS-WEB.
       01  PEDIDO-WEB-REG.
           05 PW-NUMERO            PIC 9(6).
           05 PW-PEDIDO-WEB        PIC X(12).
           05 PW-FECHA             PIC 9(8).
           05 PW-FECHA-IMPORTA     PIC 9(8).
           05 PW-CLIENTE           PIC 9(4).
           05 PW-NOMBRE            PIC X(30).
           05 PW-DIRECCION         PIC X(40).
           05 PW-COMUNA            PIC X(20).
           05 PW-CIUDAD            PIC X(20).
           05 PW-TELEFONO          PIC X(10).
           05 PW-ENVIO             PIC 9(7)V99.
           05 PW-FORMA-PAGO        PIC X(13).
           05 PW-REFERENCIA        PIC X(20).
           05 PW-ESTADO            PIC X.
           05 PW-CAJA              PIC 9(2).
           05 PW-FOLIO             PIC 9(6).
           05 PW-FECHA-FACTURA     PIC 9(8).
           05 PW-OPERADOR          PIC 9(4).

       FD  ARCHIVO-PEDIDOS-WEB-TMP.
       01  PEDIDO-WEB-TMP-REG     PIC X(221).

      *>----------------------------------------------------
      *> LÍNEAS DE LOS PEDIDOS WEB (PEDIDOS-WEB-DETALLE.DAT).
      *> WL-RESERVADAS SON LAS UNIDADES APARTADAS PARA EL
      *> PEDIDO (CALCULAR-RESERVADO LAS DESCUENTA DEL
      *> DISPONIBLE MIENTRAS LA LÍNEA ESTÉ EN 'A'). ESTADOS:
      *> A = ABIERTA, F = FACTURADA, C = ANULADA.
      *> WL-PRECIO ES UNITARIO SIN IVA.
      *>----------------------------------------------------
       FD  ARCHIVO-WEB-DETALLE.
       01  WEB-DETALLE-REG.
           05 WL-NUMERO            PIC 9(6).
           05 WL-CODIGO            PIC 9(6).
           05 WL-PRODUCTO          PIC X(20).
           05 WL-UNIDADES          PIC 9(3).
           05 WL-PRECIO            PIC 9(7)V99.
           05 WL-RESERVADAS        PIC 9(3).
           05 WL-ESTADO            PIC X.

       FD  ARCHIVO-WEB-DETALLE-TMP.
       01  WEB-DETALLE-TMP-REG    PIC X(48).
