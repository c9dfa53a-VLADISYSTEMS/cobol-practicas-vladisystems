           SELECT ARCHIVO-CAMPANIAS ASSIGN TO "CAMPANIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPANIAS.
