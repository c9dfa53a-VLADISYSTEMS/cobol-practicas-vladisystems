       *>----------------------------------------------------
       *> PEDIDO ESPECIAL EN CONSULTA. EL LLAMADOR LLENA
       *> PEDIDO-BUSCADO Y PERFORM BUSCAR-PEDIDO: SI
       *> PEDIDO-HALLADO QUEDA EN 'S', PEDIDO-ACTUAL TRAE EL
       *> REGISTRO. REGRABAR-PEDIDO DEVUELVE PEDIDO-ACTUAL AL
       *> ARCHIVO. PARA EL ANTICIPO SE LLENAN LOS CAMPOS
       *> ANTICIPO- Y PERFORM GRABAR-ANTICIPO.
       *>----------------------------------------------------
       01 FS-PEDIDOS            PIC XX.
       01 FS-PEDIDOS-TMP        PIC XX.
       01 FS-ANTICIPOS          PIC XX.
       01 PEDIDO-BUSCADO        PIC 9(6) VALUE 0.
       01 PEDIDO-HALLADO        PIC X VALUE 'N'.
       01 FIN-PEDIDOS           PIC X VALUE 'N'.
       01 RESULT-CODE-PEDIDOS   PIC 9(2).
       01 PEDIDO-ACTUAL.
           05 PD-NUMERO            PIC 9(6).
           05 PD-FECHA             PIC 9(8).
           05 PD-CLIENTE           PIC 9(4).
           05 PD-CODIGO            PIC 9(6).
           05 PD-PRODUCTO          PIC X(20).
           05 PD-NOTA              PIC X(30).
           05 PD-UNIDADES          PIC 9(3).
           05 PD-PRECIO            PIC 9(7)V99.
           05 PD-ANTICIPO          PIC 9(9)V99.
           05 PD-PROVEEDOR         PIC 9(4).
           05 PD-OC                PIC 9(6).
           05 PD-RESERVADAS        PIC 9(3).
           05 PD-FECHA-LLEGADA     PIC 9(8).
           05 PD-CAJA              PIC 9(2).
           05 PD-FOLIO             PIC 9(6).
           05 PD-FECHA-FACTURA     PIC 9(8).
           05 PD-ESTADO            PIC X.
           05 PD-OPERADOR          PIC 9(4).
       01 ANTICIPO-NUMERO       PIC 9(6).
       01 ANTICIPO-FECHA        PIC 9(8).
       01 ANTICIPO-MONTO        PIC S9(9)V99 VALUE 0.
       01 ANTICIPO-FORMA        PIC X(13).
       01 ANTICIPO-CAJA         PIC 9(2) VALUE 0.
       01 ANTICIPO-TURNO        PIC 9(2) VALUE 0.
      *> ENTREGA DEL PEDIDO: MARCAR-PEDIDO-FACTURADO PASA A
      *> 'F' EL PEDIDO PEDIDO-BUSCADO SI AÚN ESTÁ EN 'R'.
       01 PEDIDO-CAJA           PIC 9(2).
       01 PEDIDO-FOLIO          PIC 9(6).
       01 PEDIDO-FECHA          PIC 9(8).
