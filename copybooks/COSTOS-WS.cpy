       *> NUEVO PROMEDIO. PARA EL HISTORIAL LLENA ADEMÁS
       *> CPP-ORIGEN Y CPP-REFERENCIA Y PERFORM
       *> GRABAR-COSTO-HIST.
       *> CPP-UNIDADES VA EN UNIDADES DE VENTA; CUANDO SE
       *> COMPRA POR CAJA, CPP-COSTO-ENTRADA ES EL COSTO DE LA
       *> CAJA Y CPP-FACTOR CUÁNTAS UNIDADES TRAE (1 = POR
       *> UNIDAD), Y EL PROMEDIO SE SACA POR UNIDAD DE VENTA.
       *> PARA UN GASTO ADICIONAL (FLETE, ADUANA) SOBRE UNA
       *> RECEPCIÓN YA POSTEADA, EL LLAMADOR LLENA
       *> CPP-UNIDADES CON LO RECIBIDO Y CPP-MONTO-ADICIONAL
       *> CON LO ASIGNADO Y PERFORM SUMAR-COSTO-ADICIONAL.
       *>----------------------------------------------------
       01 FS-COSTOS-HIST        PIC XX.
       01 CPP-UNIDADES          PIC 9(5) VALUE 0.
       01 CPP-COSTO-ENTRADA     PIC 9(7)V99 VALUE 0.
       01 CPP-MONTO-ADICIONAL   PIC 9(9)V99 VALUE 0.
       01 CPP-FACTOR            PIC 9(4) VALUE 1.
       01 CPP-COSTO-ANTERIOR    PIC 9(7)V99 VALUE 0.
       01 CPP-COSTO-NUEVO       PIC 9(7)V99 VALUE 0.
       01 CPP-BASE              PIC S9(7) VALUE 0.
