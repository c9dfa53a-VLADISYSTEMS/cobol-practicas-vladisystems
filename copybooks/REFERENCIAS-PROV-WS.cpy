       *>----------------------------------------------------
       *> UNIDAD DE COMPRA POR PROVEEDOR (REFERENCIAS-PROV.DAT)
       *>----------------------------------------------------
       01 FS-REFERENCIAS-PROV   PIC XX.
       01 UC-PROVEEDOR          PIC 9(4) VALUE 0.
       01 UC-FACTOR             PIC 9(4) VALUE 1.
       01 UC-UNIDAD             PIC X(3) VALUE "UN".
       01 F-FACTOR-COMPRA       PIC Z(3)9.
