           SELECT ARCHIVO-PREFERENCIAS
               ASSIGN TO "PREFERENCIAS-CONTACTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREFERENCIAS.
           SELECT ARCHIVO-PREFERENCIAS-TMP
               ASSIGN TO "PREFERENCIAS-CONTACTO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREFERENCIAS-TMP.
