           SELECT ARCHIVO-TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS.
           SELECT ARCHIVO-TARJETAS-TMP ASSIGN TO "TARJETAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS-TMP.
