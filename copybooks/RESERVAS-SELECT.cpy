           SELECT ARCHIVO-RSV-COTIZA ASSIGN TO "COTIZACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSV-COTIZA.
           SELECT ARCHIVO-RSV-PEDIDOS
               ASSIGN TO "PEDIDOS-ESPECIALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSV-PEDIDOS.
           SELECT ARCHIVO-RSV-ALQUILER ASSIGN TO "ALQUILERES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSV-ALQUILER.
           SELECT ARCHIVO-RSV-WEB
               ASSIGN TO "PEDIDOS-WEB-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RSV-WEB.
