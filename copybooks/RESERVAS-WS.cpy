       01 FS-RSV-ORDENES        PIC XX.
       01 FS-RSV-DETALLE        PIC XX.
       01 FS-RSV-COTIZA         PIC XX.
       01 FS-RSV-PEDIDOS        PIC XX.
       01 FS-RSV-ALQUILER       PIC XX.
       01 FS-RSV-WEB            PIC XX.
       01 RSV-CODIGO            PIC 9(6).
       01 RSV-FECHA             PIC 9(8).
       01 RSV-RESERVADO         PIC S9(7) VALUE 0.
