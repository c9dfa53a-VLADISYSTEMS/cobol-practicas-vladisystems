           SELECT ARCHIVO-PEDIDOS-WEB
               ASSIGN TO "PEDIDOS-WEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS-WEB.
           SELECT ARCHIVO-PEDIDOS-WEB-TMP
               ASSIGN TO "PEDIDOS-WEB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS-WEB-TMP.
           SELECT ARCHIVO-WEB-DETALLE
               ASSIGN TO "PEDIDOS-WEB-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEB-DETALLE.
           SELECT ARCHIVO-WEB-DETALLE-TMP
               ASSIGN TO "PEDIDOS-WEB-DETALLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WEB-DETALLE-TMP.
