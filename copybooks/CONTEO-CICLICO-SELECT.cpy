           SELECT ARCHIVO-PLAN-CONTEO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAN-CONTEO.
           SELECT ARCHIVO-EXACTITUD ASSIGN TO "CONTEO-EXACTITUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXACTITUD.
