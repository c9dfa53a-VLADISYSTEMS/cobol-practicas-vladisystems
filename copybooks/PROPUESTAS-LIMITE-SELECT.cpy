           SELECT ARCHIVO-PROPUESTAS ASSIGN TO "PROPUESTAS-LIMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTAS.
           SELECT ARCHIVO-PROPUESTAS-TMP
               ASSIGN TO "PROPUESTAS-LIMITE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTAS-TMP.
