       *>----------------------------------------------------
       *> VALIDACIÓN DE RUT POR DÍGITO VERIFICADOR (MÓDULO 11).
       *> EL LLAMADOR DEJA EL RUT TAL COMO SE TECLEÓ (CON O SIN
       *> PUNTOS Y GUION) EN RUT-ENTRADA Y PERFORM VALIDAR-RUT:
       *> SI RUT-VALIDO QUEDA EN 'S', RUT-NORMALIZADO TRAE LA
       *> FORMA QUE SE GUARDA (12345678-5, K MAYÚSCULA).
       *>----------------------------------------------------
       01 RUT-ENTRADA            PIC X(12).
       01 RUT-ENTRADA-TABLA REDEFINES RUT-ENTRADA.
           05 RUT-CARACTER OCCURS 12 TIMES PIC X.
       01 RUT-CUERPO             PIC X(8).
       01 RUT-CUERPO-TABLA REDEFINES RUT-CUERPO.
           05 RUT-DIGITO OCCURS 8 TIMES PIC X.
       01 RUT-LARGO-CUERPO       PIC 9(2) VALUE 0.
       01 RUT-DV-LEIDO           PIC X.
       01 RUT-DV-CALCULADO       PIC X.
       01 RUT-NORMALIZADO        PIC X(10).
       01 RUT-VALIDO             PIC X VALUE 'N'.
       01 IDX-RUT                PIC 9(2).
       01 RUT-SUMA               PIC 9(4).
       01 RUT-FACTOR             PIC 9.
       01 RUT-VALOR-DIGITO       PIC 9.
       01 RUT-COCIENTE           PIC 9(4).
       01 RUT-RESTO              PIC 9(2).
