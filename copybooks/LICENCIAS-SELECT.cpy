           SELECT ARCHIVO-LICENCIAS
               ASSIGN TO "LICENCIAS-FEDERACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS.
           SELECT ARCHIVO-LICENCIAS-TMP
               ASSIGN TO "LICENCIAS-FEDERACION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LICENCIAS-TMP.
