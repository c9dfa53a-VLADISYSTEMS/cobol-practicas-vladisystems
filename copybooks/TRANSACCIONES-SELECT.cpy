           SELECT ARCHIVO-TRANSACCIONES
               ASSIGN TO "TRANSACCIONES-CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACCIONES.
