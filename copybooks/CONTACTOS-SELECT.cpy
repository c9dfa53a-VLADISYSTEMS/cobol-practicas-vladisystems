           SELECT ARCHIVO-CONTACTOS ASSIGN TO "CONTACTOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACTOS.
           SELECT ARCHIVO-CONTACTOS-TMP
               ASSIGN TO "CONTACTOS-SOCIOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACTOS-TMP.
