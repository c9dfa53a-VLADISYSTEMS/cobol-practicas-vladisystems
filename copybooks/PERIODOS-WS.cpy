               10 TP-NUMERO    PIC 9(2).
               10 TP-INICIO    PIC 9(8).
               10 TP-FIN       PIC 9(8).
               10 TP-ESTADO    PIC X.
               10 TP-FECHA-CIERRE PIC 9(8).
               10 TP-CERRADO-POR PIC 9(4).
       01 IDX-PERIODO           PIC 9(2).
       01 FECHA-PERIODO         PIC 9(8).
       01 PERIODO-FISCAL-NUM    PIC 9(2) VALUE 0.
       01 PERIODO-ENCONTRADO    PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CANDADO DE PERIODOS CERRADOS (VERIFICAR-PERIODO-
       *> ABIERTO): PERIODO DONDE CAE LA FECHA Y PERIODO
       *> ABIERTO VIGENTE AL QUE SE DIRIGE EL MOVIMIENTO.
       *>----------------------------------------------------
       01 PERIODO-CERRADO       PIC X VALUE 'N'.
       01 PERIODO-CERRADO-NUM   PIC 9(2) VALUE 0.
       01 PERIODO-ABIERTO-NUM   PIC 9(2) VALUE 0.
       01 PERIODO-ABIERTO-INICIO PIC 9(8) VALUE 0.
       01 PERIODO-ABIERTO-FIN   PIC 9(8) VALUE 0.
