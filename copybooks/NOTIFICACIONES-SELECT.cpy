           SELECT ARCHIVO-NOTIFICACIONES
               ASSIGN TO "NOTIFICACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIFICACIONES.
           SELECT ARCHIVO-NOTIFICACIONES-TMP
               ASSIGN TO "NOTIFICACIONES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIFICACIONES-TMP.
