       *>----------------------------------------------------
       *> MOVIMIENTO DE MORA EN CURSO. TOMAR-NUMERO-MORA DEJA
       *> EL SIGUIENTE DOCUMENTO DE LA SERIE EN MW-NUMERO; EL
       *> LLAMADOR LLENA MW-FECHA, MW-ORIGEN, MW-MOVIMIENTO,
       *> MW-MONTO Y MW-OPERADOR Y PERFORM
       *> GRABAR-MOVIMIENTO-MORA.
       *>----------------------------------------------------
       01 FS-MORA               PIC XX.
       01 FS-NUM-MORA           PIC XX.
       01 MW-NUMERO             PIC 9(6) VALUE 0.
       01 MW-FECHA              PIC 9(8).
       01 MW-ORIGEN             PIC X.
       01 MW-MOVIMIENTO         PIC X.
       01 MW-MONTO              PIC S9(11)V99 VALUE 0.
       01 MW-OPERADOR           PIC 9(4) VALUE 0.
