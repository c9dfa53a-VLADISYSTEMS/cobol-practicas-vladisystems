      *>----------------------------------------------------
      *> VISTAS DE SÓLO LECTURA SOBRE LOS ARCHIVOS DE PLAN
      *> SEPARE, COTIZACIONES, PEDIDOS ESPECIALES, ALQUILER
      *> DE EQUIPO Y PEDIDOS WEB, PARA CALCULAR EL STOCK RESERVADO DE UN
      *> PRODUCTO (VER RESERVAS-RUTINAS).
      *> LOS NOMBRES RSV- EVITAN CHOCAR CON LOS FD PROPIOS DE
      *> LOS PROGRAMAS QUE MANTIENEN ESOS ARCHIVOS.
      *>----------------------------------------------------
           05 RC-PRECIO            PIC 9(7)V99.
           05 RC-DESCUENTO-PCT     PIC 9(3)V99.
           05 RC-ESTADO            PIC X.

       FD  ARCHIVO-RSV-PEDIDOS.
       01  RSV-PEDIDO-REG.
           05 RP-NUMERO            PIC 9(6).
           05 RP-FECHA             PIC 9(8).
           05 RP-CLIENTE           PIC 9(4).
           05 RP-CODIGO            PIC 9(6).
           05 RP-PRODUCTO          PIC X(20).
           05 RP-NOTA              PIC X(30).
           05 RP-UNIDADES          PIC 9(3).
           05 RP-PRECIO            PIC 9(7)V99.
           05 RP-ANTICIPO          PIC 9(9)V99.
           05 RP-PROVEEDOR         PIC 9(4).
           05 RP-OC                PIC 9(6).
           05 RP-RESERVADAS        PIC 9(3).
           05 RP-FECHA-LLEGADA     PIC 9(8).
           05 RP-CAJA              PIC 9(2).
           05 RP-FOLIO             PIC 9(6).
           05 RP-FECHA-FACTURA     PIC 9(8).
           05 RP-ESTADO            PIC X.
           05 RP-OPERADOR          PIC 9(4).

       FD  ARCHIVO-RSV-ALQUILER.
       01  RSV-ALQUILER-REG.
           05 RQ-NUMERO            PIC 9(6).
           05 RQ-FECHA-SALIDA      PIC 9(8).
           05 RQ-HORA-SALIDA       PIC 9(4).
           05 RQ-CLIENTE           PIC 9(4).
           05 RQ-MIEMBRO           PIC 9(6).
           05 RQ-NOMBRE            PIC X(30).
           05 RQ-CODIGO            PIC 9(6).
           05 RQ-PRODUCTO          PIC X(20).
           05 RQ-UNIDADES          PIC 9(3).
           05 RQ-DEPOSITO          PIC 9(7)V99.
           05 RQ-FORMA-DEPOSITO    PIC X(13).
           05 RQ-FECHA-VENCE       PIC 9(8).
           05 RQ-HORA-VENCE        PIC 9(4).
           05 RQ-MODO              PIC X.
           05 RQ-TARIFA            PIC 9(7)V99.
           05 RQ-FECHA-DEVOL       PIC 9(8).
           05 RQ-HORA-DEVOL        PIC 9(4).
           05 RQ-RECARGO           PIC 9(7)V99.
           05 RQ-ESTADO            PIC X.
           05 RQ-CAJA              PIC 9(2).
           05 RQ-FOLIO             PIC 9(6).
           05 RQ-FECHA-FACTURA     PIC 9(8).
           05 RQ-OPERADOR          PIC 9(4).

       FD  ARCHIVO-RSV-WEB.
       01  RSV-WEB-REG.
           05 RX-NUMERO            PIC 9(6).
           05 RX-CODIGO            PIC 9(6).
           05 RX-PRODUCTO          PIC X(20).
           05 RX-UNIDADES          PIC 9(3).
           05 RX-PRECIO            PIC 9(7)V99.
           05 RX-RESERVADAS        PIC 9(3).
           05 RX-ESTADO            PIC X.
