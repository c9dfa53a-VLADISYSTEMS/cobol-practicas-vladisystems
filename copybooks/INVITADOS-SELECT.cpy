           SELECT ARCHIVO-INVITADOS ASSIGN TO "INVITADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVITADOS.
           SELECT ARCHIVO-INVITADOS-TMP ASSIGN TO "INVITADOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVITADOS-TMP.
