           SELECT ARCHIVO-CUPONES ASSIGN TO "CUPONES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CODIGO
               FILE STATUS IS FS-CUPONES.
