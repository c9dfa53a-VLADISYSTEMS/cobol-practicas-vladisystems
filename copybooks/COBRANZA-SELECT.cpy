           SELECT ARCHIVO-GESTIONES ASSIGN TO "GESTIONES-COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.
           SELECT ARCHIVO-GESTIONES-TMP
               ASSIGN TO "GESTIONES-COBRANZA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES-TMP.
