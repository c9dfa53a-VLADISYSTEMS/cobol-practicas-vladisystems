           SELECT ARCHIVO-SALDOS-BANCO
               ASSIGN TO "SALDOS-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOS-BANCO.
