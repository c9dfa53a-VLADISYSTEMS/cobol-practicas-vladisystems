           SELECT ARCHIVO-PEDIDOS
               ASSIGN TO "PEDIDOS-ESPECIALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT ARCHIVO-PEDIDOS-TMP
               ASSIGN TO "PEDIDOS-ESPECIALES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS-TMP.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "ANTICIPOS-PEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTICIPOS.
