      *>----------------------------------------------------
      *> PEDIDOS ESPECIALES (PEDIDOS-ESPECIALES.DAT): EL
      *> CLIENTE ENCARGA UN PRODUCTO QUE NO HAY EN TIENDA
      *> (TALLA, COLOR) Y DEJA UN ANTICIPO. ESTADOS:
      *>   A = ABIERTO, ESPERA ENTRAR A UNA ORDEN DE COMPRA
      *>   O = ORDENADO EN LA OC PE-OC (CAPTURAR-ORDEN-COMPRA)
      *>   R = LLEGÓ: PE-RESERVADAS UNIDADES APARTADAS PARA
      *>       EL CLIENTE (RECIBIR-ORDEN-COMPRA)
      *>   F = FACTURADO EN VENTA-DIARIA (PE-CAJA, PE-FOLIO)
      *>   C = CANCELADO
      *> PE-PRECIO QUEDA CONGELADO AL TOMAR EL PEDIDO.
      *>----------------------------------------------------
       FD  ARCHIVO-PEDIDOS.
       01  PEDIDO-REG.
           05 PE-NUMERO            PIC 9(6).
           05 PE-FECHA             PIC 9(8).
           05 PE-CLIENTE           PIC 9(4).
           05 PE-CODIGO            PIC 9(6).
           05 PE-PRODUCTO          PIC X(20).
           05 PE-NOTA              PIC X(30).
           05 PE-UNIDADES          PIC 9(3).
           05 PE-PRECIO            PIC 9(7)V99.
           05 PE-ANTICIPO          PIC 9(9)V99.
           05 PE-PROVEEDOR         PIC 9(4).
           05 PE-OC                PIC 9(6).
           05 PE-RESERVADAS        PIC 9(3).
           05 PE-FECHA-LLEGADA     PIC 9(8).
           05 PE-CAJA              PIC 9(2).
           05 PE-FOLIO             PIC 9(6).
           05 PE-FECHA-FACTURA     PIC 9(8).
           05 PE-ESTADO            PIC X.
           05 PE-OPERADOR          PIC 9(4).

       FD  ARCHIVO-PEDIDOS-TMP.
       01  PEDIDO-TMP-REG         PIC X(139).

      *>----------------------------------------------------
      *> ANTICIPOS DE PEDIDO (ANTICIPOS-PEDIDO.DAT), CON LA
      *> FORMA, CAJA Y TURNO EN QUE SE COBRARON PARA EL
      *> ARQUEO (COMO LOS ABONOS DE PLAN SEPARE). LA
      *> DEVOLUCIÓN DE UN PEDIDO CANCELADO QUEDA COMO UN
      *> RENGLÓN NEGATIVO.
      *>----------------------------------------------------
       FD  ARCHIVO-ANTICIPOS.
       01  ANTICIPO-REG.
           05 AN-NUMERO            PIC 9(6).
           05 AN-FECHA             PIC 9(8).
           05 AN-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 AN-FORMA             PIC X(13).
           05 AN-CAJA              PIC 9(2).
           05 AN-TURNO             PIC 9(2).
