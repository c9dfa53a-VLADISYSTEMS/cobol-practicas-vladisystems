           SELECT ARCHIVO-MORA ASSIGN TO "MORA-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MORA.
           SELECT ARCHIVO-NUM-MORA ASSIGN TO "MORA-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-MORA.
