           SELECT ARCHIVO-ENTRENADORES ASSIGN TO "ENTRENADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRENADORES.
           SELECT ARCHIVO-CLASES-GRUPALES
               ASSIGN TO "CLASES-GRUPALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLASES-GRUPALES.
           SELECT ARCHIVO-INSCRIPCIONES-CLASE
               ASSIGN TO "INSCRIPCIONES-CLASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSCRIPCIONES-CLASE.
           SELECT ARCHIVO-INSCRIPCIONES-CLASE-TMP
               ASSIGN TO "INSCRIPCIONES-CLASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSCRIPCIONES-CLASE-TMP.
           SELECT ARCHIVO-ASISTENCIAS-CLASE
               ASSIGN TO "ASISTENCIAS-CLASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASISTENCIAS-CLASE.
