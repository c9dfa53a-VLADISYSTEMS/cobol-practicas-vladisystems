           SELECT ARCHIVO-SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES.
           SELECT ARCHIVO-SERIES-TMP ASSIGN TO "SERIES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES-TMP.
