       *>----------------------------------------------------
       *> BÓVEDA Y CONTEOS DE EFECTIVO. PARA CONTAR, EL
       *> LLAMADOR LLENA CTW-LUGAR, CTW-CAJA, CTW-TURNO,
       *> CTW-MOTIVO Y CTW-OPERADOR Y HACE PERFORM
       *> CAPTURAR-CONTEO (PIDE LA CANTIDAD DE CADA BILLETE Y
       *> MONEDA Y DEJA EL TOTAL EN CTW-TOTAL) Y LUEGO
       *> GRABAR-CONTEO (LE ASIGNA CTW-NUMERO). PARA EL LIBRO
       *> LLENA LOS CAMPOS BVW- Y HACE PERFORM
       *> GRABAR-MOVIMIENTO-BOVEDA. CALCULAR-SALDO-BOVEDA DEJA
       *> EN SALDO-BOVEDA EL SALDO AL CIERRE DE
       *> FECHA-SALDO-BOVEDA.
       *>----------------------------------------------------
       01 FS-BOVEDA             PIC XX.
       01 FS-CONTEOS            PIC XX.
       01 FS-NUM-CONTEO         PIC XX.
       01 FIN-BOVEDA            PIC X VALUE 'N'.

       01 DENOMINACIONES-VALORES.
           05 FILLER             PIC X(6) VALUE "20000B".
           05 FILLER             PIC X(6) VALUE "10000B".
           05 FILLER             PIC X(6) VALUE "05000B".
           05 FILLER             PIC X(6) VALUE "02000B".
           05 FILLER             PIC X(6) VALUE "01000B".
           05 FILLER             PIC X(6) VALUE "00500M".
           05 FILLER             PIC X(6) VALUE "00100M".
           05 FILLER             PIC X(6) VALUE "00050M".
           05 FILLER             PIC X(6) VALUE "00010M".
       01 TABLA-DENOMINACIONES REDEFINES DENOMINACIONES-VALORES.
           05 DENOMINACION OCCURS 9 TIMES.
               10 DN-VALOR       PIC 9(5).
               10 DN-CLASE       PIC X.
       01 TOTAL-DENOMINACIONES  PIC 9(2) VALUE 9.
       01 IDX-DENOMINACION      PIC 9(2).

       01 CTW-NUMERO            PIC 9(6) VALUE 0.
       01 CTW-LUGAR             PIC X VALUE 'B'.
       01 CTW-CAJA              PIC 9(2) VALUE 0.
       01 CTW-TURNO             PIC 9(2) VALUE 0.
       01 CTW-MOTIVO            PIC X VALUE SPACE.
       01 CTW-OPERADOR          PIC 9(4) VALUE 0.
       01 CTW-CANTIDADES.
           05 CTW-CANTIDAD OCCURS 9 TIMES PIC 9(5).
       01 CTW-TOTAL             PIC 9(11)V99 VALUE 0.
       01 CANTIDAD-TXT          PIC X(8).
       01 CONTEO-CONFIRMADO     PIC X VALUE 'N'.
       01 F-DENOMINACION        PIC ZZ,ZZ9.
       01 F-TOTAL-CONTEO        PIC Z(10)9.99.

       01 BVW-TIPO              PIC X VALUE SPACE.
       01 BVW-CAJA              PIC 9(2) VALUE 0.
       01 BVW-TURNO             PIC 9(2) VALUE 0.
       01 BVW-MONTO             PIC S9(11)V99 VALUE 0.
       01 BVW-BOLETA            PIC X(10) VALUE SPACES.
       01 BVW-OPERADOR          PIC 9(4) VALUE 0.

       01 FECHA-SALDO-BOVEDA    PIC 9(8) VALUE 0.
       01 SALDO-BOVEDA          PIC S9(11)V99 VALUE 0.
       01 EFECTO-BOVEDA         PIC S9(11)V99 VALUE 0.
