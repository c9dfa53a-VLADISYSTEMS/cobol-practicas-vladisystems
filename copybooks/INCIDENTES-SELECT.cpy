           SELECT ARCHIVO-INCIDENTES ASSIGN TO "INCIDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCIDENTES.
