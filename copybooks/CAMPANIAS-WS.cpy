       *>----------------------------------------------------
       *> CAMPAÑA VIGENTE PARA UNA LÍNEA. EL LLAMADOR LLENA
       *> CAMPANIA-PRODUCTO, CAMPANIA-FAMILIA, CAMPANIA-FECHA
       *> Y CAMPANIA-UNIDADES Y PERFORM BUSCAR-CAMPANIA-VIGENTE;
       *> SI CAMPANIA-HALLADA QUEDA EN 'S', CAMPANIA-APLICADA
       *> TRAE EL CÓDIGO DE LA CAMPAÑA Y DESCUENTO-CAMPANIA EL
       *> % QUE LE CORRESPONDE A LA LÍNEA. SI VARIAS CAMPAÑAS
       *> ALCANZAN LA LÍNEA, GANA LA DE MAYOR DESCUENTO (NO SE
       *> ACUMULAN).
       *>----------------------------------------------------
       01 FS-CAMPANIAS           PIC XX.
       01 CAMPANIA-PRODUCTO      PIC 9(6).
       01 CAMPANIA-FAMILIA       PIC X(12).
       01 CAMPANIA-FECHA         PIC 9(8).
       01 CAMPANIA-UNIDADES      PIC 9(3).
       01 CAMPANIA-HALLADA       PIC X VALUE 'N'.
       01 CAMPANIA-APLICADA      PIC 9(4) VALUE 0.
       01 CAMPANIA-NOMBRE        PIC X(30).
       01 DESCUENTO-CAMPANIA     PIC 9(3)V99 VALUE 0.
       01 DESCUENTO-CANDIDATO    PIC 9(3)V99 VALUE 0.
       01 GRUPOS-CAMPANIA        PIC 9(3) VALUE 0.
       01 FIN-CAMPANIAS          PIC X VALUE 'N'.
