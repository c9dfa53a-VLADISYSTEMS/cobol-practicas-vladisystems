           SELECT ARCHIVO-KARDEX ASSIGN TO "KARDEX.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KX-CLAVE
               FILE STATUS IS FS-KARDEX.
