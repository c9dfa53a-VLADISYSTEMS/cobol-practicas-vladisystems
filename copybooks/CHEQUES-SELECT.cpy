           SELECT ARCHIVO-CHEQUES ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES.
           SELECT ARCHIVO-CHEQUES-TMP ASSIGN TO "CHEQUES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES-TMP.
           SELECT ARCHIVO-NUM-CHEQUE ASSIGN TO "CHEQUES-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-CHEQUE.
