           SELECT ARCHIVO-REVERSOS ASSIGN TO "REVERSOS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE
               FILE STATUS IS FS-REVERSOS.
