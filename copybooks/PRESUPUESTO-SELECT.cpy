           SELECT ARCHIVO-PRESUP-CUENTAS
               ASSIGN TO "PRESUPUESTO-CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESUP-CUENTAS.
           SELECT ARCHIVO-PRESUP-VENTAS
               ASSIGN TO "PRESUPUESTO-VENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESUP-VENTAS.
