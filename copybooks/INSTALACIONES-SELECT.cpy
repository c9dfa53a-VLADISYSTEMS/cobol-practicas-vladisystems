           SELECT ARCHIVO-INSTALACIONES ASSIGN TO "INSTALACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTALACIONES.
           SELECT ARCHIVO-TARIFAS-INST
               ASSIGN TO "TARIFAS-INSTALACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS-INST.
           SELECT ARCHIVO-RESERVAS-INST
               ASSIGN TO "RESERVAS-INSTALACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS-INST.
           SELECT ARCHIVO-RESERVAS-INST-TMP
               ASSIGN TO "RESERVAS-INSTALACION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESERVAS-INST-TMP.
