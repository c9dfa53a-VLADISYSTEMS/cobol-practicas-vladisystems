       *>----------------------------------------------------
       *> ESTADO DE LOS ARCHIVOS DE PEDIDOS DE LA TIENDA WEB
       *> (PEDIDOS-WEB-SELECT / PEDIDOS-WEB-FD).
       *>----------------------------------------------------
       01 FS-PEDIDOS-WEB        PIC XX.
       01 FS-PEDIDOS-WEB-TMP    PIC XX.
       01 FS-WEB-DETALLE        PIC XX.
       01 FS-WEB-DETALLE-TMP    PIC XX.
