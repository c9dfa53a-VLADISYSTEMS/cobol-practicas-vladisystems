       *>----------------------------------------------------
       *> PROPUESTAS DE LÍMITE DE CRÉDITO. EL LLAMADOR LLENA
       *> ACCION-CONSULTA Y PERFORM DESCRIBIR-ACCION-LIMITE.
       *>----------------------------------------------------
       01 FS-PROPUESTAS         PIC XX.
       01 FS-PROPUESTAS-TMP     PIC XX.
       01 FIN-PROPUESTAS        PIC X VALUE 'N'.
       01 ACCION-CONSULTA       PIC X VALUE SPACE.
       01 DESCRIPCION-ACCION    PIC X(8).
