           SELECT ARCHIVO-BOVEDA ASSIGN TO "BOVEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOVEDA.
           SELECT ARCHIVO-CONTEOS ASSIGN TO "CONTEOS-EFECTIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTEOS.
           SELECT ARCHIVO-NUM-CONTEO ASSIGN TO "CONTEOS-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-CONTEO.
