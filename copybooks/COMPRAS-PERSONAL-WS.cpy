       *>----------------------------------------------------
       *> COMPRA DEL PERSONAL EN CURSO (COMPRAS-PERSONAL.DAT).
       *> PARA GRABAR, EL LLAMADOR LLENA LOS CAMPOS PERSONAL-
       *> Y PERFORM GRABAR-COMPRA-PERSONAL. PARA EL TOPE,
       *> LLENA PERSONAL-EMPLEADO Y PERSONAL-MES (AAAAMM) Y
       *> PERFORM SUMAR-CONSUMO-PERSONAL: DEJA EN
       *> PERSONAL-CONSUMO LO COMPRADO EN EL MES. PARA NO
       *> DUPLICAR, BUSCAR-COMPRA-PERSONAL DICE SI YA HAY
       *> RENGLÓN DE PERSONAL-CAJA + PERSONAL-FOLIO EN
       *> PERSONAL-FECHA.
       *>----------------------------------------------------
       01 FS-COMPRAS-PERSONAL   PIC XX.
       01 PERSONAL-FECHA        PIC 9(8).
       01 PERSONAL-CAJA         PIC 9(2).
       01 PERSONAL-FOLIO        PIC 9(6).
       01 PERSONAL-TIPO         PIC X.
       01 PERSONAL-EMPLEADO     PIC 9(4) VALUE 0.
       01 PERSONAL-MONTO        PIC S9(11)V99 VALUE 0.
       01 PERSONAL-DESCUENTO    PIC S9(9)V99 VALUE 0.
       01 PERSONAL-PLANILLA     PIC S9(11)V99 VALUE 0.
       01 PERSONAL-CAJA-REF     PIC 9(2) VALUE 0.
       01 PERSONAL-FOLIO-REF    PIC 9(6) VALUE 0.
       01 PERSONAL-OPERADOR     PIC 9(4) VALUE 0.
       01 PERSONAL-MES          PIC 9(6).
       01 PERSONAL-CONSUMO      PIC S9(11)V99 VALUE 0.
       01 PERSONAL-HALLADA      PIC X VALUE 'N'.
       01 FIN-COMPRAS-PERSONAL  PIC X VALUE 'N'.
