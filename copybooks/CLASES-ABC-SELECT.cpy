           SELECT ARCHIVO-CLASES-ABC ASSIGN TO "CLASES-ABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLASES-ABC.
