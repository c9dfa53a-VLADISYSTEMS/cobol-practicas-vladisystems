           SELECT ARCHIVO-GASTOS-RECEPCION
               ASSIGN TO "GASTOS-RECEPCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GASTOS-RECEPCION.
           SELECT ARCHIVO-GASTOS-DET
               ASSIGN TO "GASTOS-RECEPCION-DET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GASTOS-DET.
