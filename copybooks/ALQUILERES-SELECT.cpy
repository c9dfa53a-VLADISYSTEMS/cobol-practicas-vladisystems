           SELECT ARCHIVO-ALQUILERES ASSIGN TO "ALQUILERES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALQUILERES.
           SELECT ARCHIVO-ALQUILERES-TMP ASSIGN TO "ALQUILERES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALQUILERES-TMP.
           SELECT ARCHIVO-GARANTIAS
               ASSIGN TO "GARANTIAS-ALQUILER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARANTIAS.
           SELECT ARCHIVO-TARIFAS-ALQ
               ASSIGN TO "ALQUILER-TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS-ALQ.
