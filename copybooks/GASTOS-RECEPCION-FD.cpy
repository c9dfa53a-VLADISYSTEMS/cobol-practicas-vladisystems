      *>----------------------------------------------------
      *> GASTOS ADICIONALES DE RECEPCIÓN
      *> (GASTOS-RECEPCION.DAT): FACTURAS DE FLETE, ADUANA O
      *> MANEJO QUE SE PRORRATEAN SOBRE UNA O VARIAS
      *> RECEPCIONES DE ÓRDENES DE COMPRA (GASTOS-RECEPCION).
      *> GR-MONTO ES LA BASE SIN IVA, QUE ES LO QUE VA AL
      *> COSTO. GR-CONCEPTO: F = FLETE, A = ADUANA,
      *> M = MANEJO, O = OTRO. GR-METODO: V = POR VALOR
      *> RECIBIDO, U = POR UNIDADES, P = POR PESO.
      *>----------------------------------------------------
       FD  ARCHIVO-GASTOS-RECEPCION.
       01  GASTO-RECEPCION-REG.
           05 GR-NUMERO            PIC 9(6).
           05 GR-FECHA             PIC 9(8).
           05 GR-PROVEEDOR         PIC 9(4).
           05 GR-FACTURA           PIC X(12).
           05 GR-CONCEPTO          PIC X.
           05 GR-MONTO             PIC 9(9)V99.
           05 GR-METODO            PIC X.

      *>----------------------------------------------------
      *> REPARTO DE CADA GASTO (GASTOS-RECEPCION-DET.DAT): UNA
      *> LÍNEA POR LÍNEA RECIBIDA DE LA OC. GD-UNIDADES VA EN
      *> UNIDADES DE VENTA Y GD-COSTO-ORIGEN ES EL COSTO DE
      *> LA RECEPCIÓN POR UNIDAD DE VENTA; GD-COSTO-ANTES Y
      *> GD-COSTO-DESPUES SON EL COSTO PROMEDIO DEL MAESTRO
      *> ANTES Y DESPUÉS DE SUMAR EL GASTO.
      *>----------------------------------------------------
       FD  ARCHIVO-GASTOS-DET.
       01  GASTO-DET-REG.
           05 GD-NUMERO            PIC 9(6).
           05 GD-OC                PIC 9(6).
           05 GD-CODIGO            PIC 9(6).
           05 GD-UNIDADES          PIC 9(5).
           05 GD-COSTO-ORIGEN      PIC 9(7)V99.
           05 GD-ASIGNADO          PIC 9(9)V99.
           05 GD-COSTO-ANTES       PIC 9(7)V99.
           05 GD-COSTO-DESPUES     PIC 9(7)V99.
