           SELECT ARCHIVO-SANCIONES ASSIGN TO "SANCIONES-LIGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SANCIONES.
