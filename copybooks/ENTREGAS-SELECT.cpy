           SELECT ARCHIVO-ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.
           SELECT ARCHIVO-ENTREGAS-TMP ASSIGN TO "ENTREGAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS-TMP.
           SELECT ARCHIVO-ZONAS ASSIGN TO "ZONAS-ENTREGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONAS.
