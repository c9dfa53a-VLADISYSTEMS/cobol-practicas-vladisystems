           SELECT ARCHIVO-CATALOGO ASSIGN TO "CATALOGO-ARCHIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT ARCHIVO-CATALOGO-TMP
               ASSIGN TO "CATALOGO-ARCHIVO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO-TMP.
