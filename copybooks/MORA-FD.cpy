      *>----------------------------------------------------
      *> MOVIMIENTOS DE CARGOS POR MORA (MORA-MOVIMIENTOS.DAT):
      *> UN REGISTRO POR CARGO GENERADO Y POR CONDONACIÓN,
      *> PARA LA PÓLIZA DIARIA DE EXPORTAR-DIARIO-CONTABLE.
      *> MM-NUMERO ES EL DOCUMENTO DE LA SERIE DE MORA
      *> (MORA-NUM.DAT). ORIGEN: F = FACTURA DE CARTERA,
      *> C = CUOTA DE SOCIO. MOVIMIENTO: C = CARGO,
      *> N = CONDONACIÓN (MONTO NEGATIVO).
      *>----------------------------------------------------
       FD  ARCHIVO-MORA.
       01  MORA-REG.
           05 MM-FECHA             PIC 9(8).
           05 MM-NUMERO            PIC 9(6).
           05 MM-ORIGEN            PIC X.
           05 MM-MOVIMIENTO        PIC X.
           05 MM-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 MM-OPERADOR          PIC 9(4).

       FD  ARCHIVO-NUM-MORA.
       01  NUM-MORA-REG           PIC 9(6).
