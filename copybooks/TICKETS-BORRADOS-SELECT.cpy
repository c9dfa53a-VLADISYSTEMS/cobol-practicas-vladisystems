           SELECT ARCHIVO-TICKETS-BORRADOS
               ASSIGN TO "TICKETS-BORRADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS-BORRADOS.
