           SELECT ARCHIVO-COMPRAS-PERSONAL
               ASSIGN TO "COMPRAS-PERSONAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMPRAS-PERSONAL.
