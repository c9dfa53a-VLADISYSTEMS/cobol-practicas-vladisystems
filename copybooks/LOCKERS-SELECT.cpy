           SELECT ARCHIVO-LOCKERS ASSIGN TO "LOCKERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKERS.
           SELECT ARCHIVO-LOCKERS-TMP ASSIGN TO "LOCKERS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKERS-TMP.
