           SELECT ARCHIVO-LOTES-CUPON ASSIGN TO "CUPONES-LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES-CUPON.
