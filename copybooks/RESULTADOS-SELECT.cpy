           SELECT ARCHIVO-RESULTADOS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESULTADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.
