           SELECT ARCHIVO-FACTURAS-PROV
               ASSIGN TO "FACTURAS-PROV-DET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURAS-PROV.
