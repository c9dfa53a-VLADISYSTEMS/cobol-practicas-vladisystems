       *>----------------------------------------------------
       *> TARJETAS DE SOCIO. ARMAR-NUMERO-TARJETA COMPONE EN
       *> TARJETA-ARMADA EL NÚMERO DE TARJETA-SOCIO Y
       *> TARJETA-EMISION CON SU DÍGITO VERIFICADOR.
       *> VALIDAR-NUMERO-TARJETA DEJA TARJETA-VALIDA EN 'S'
       *> SI EL DÍGITO DE TARJETA-LEIDA ES CORRECTO, Y
       *> BUSCAR-TARJETA DEJA EN TARJETA-REG LA TARJETA
       *> TARJETA-LEIDA (TARJETA-HALLADA = 'S').
       *>----------------------------------------------------
       01 FS-TARJETAS           PIC XX.
       01 FS-TARJETAS-TMP       PIC XX.
       01 RESULT-CODE-TARJETAS  PIC 9(2).
       01 FIN-TARJETAS          PIC X VALUE 'N'.
       01 TARJETA-SOCIO         PIC 9(6).
       01 TARJETA-EMISION       PIC 9(2).
       01 TARJETA-ARMADA        PIC 9(9).
       01 TARJETA-LEIDA         PIC 9(9).
       01 TARJETA-VALIDA        PIC X VALUE 'N'.
       01 TARJETA-HALLADA       PIC X VALUE 'N'.
       01 TARJETA-DIGITOS.
           05 TARJETA-BASE      PIC 9(8).
           05 TARJETA-DV        PIC 9.
       01 TARJETA-DIGITOS-R REDEFINES TARJETA-DIGITOS.
           05 TARJETA-DIGITO    PIC 9 OCCURS 9 TIMES.
       01 IDX-DIGITO-TARJETA    PIC 9(2).
       01 SUMA-DIGITOS-TARJETA  PIC 9(3).
       01 RESTO-TARJETA         PIC 9(2).
       01 COCIENTE-TARJETA      PIC 9(3).
       01 DV-CALCULADO          PIC 9.
