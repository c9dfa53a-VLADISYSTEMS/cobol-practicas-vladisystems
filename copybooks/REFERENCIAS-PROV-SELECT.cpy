           SELECT ARCHIVO-REFERENCIAS-PROV
               ASSIGN TO "REFERENCIAS-PROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REFERENCIAS-PROV.
