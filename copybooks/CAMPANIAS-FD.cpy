      *>----------------------------------------------------
      *> CAMPAÑAS DE PROMOCIÓN CON VIGENCIA (CAMPANIAS.DAT).
      *> CA-TIPO:    'P' = % DE DESCUENTO (CA-PORCENTAJE)
      *>             'C' = DESCUENTO POR CANTIDAD: DESDE
      *>                   CA-CANTIDAD UNIDADES, CA-PORCENTAJE
      *>             'L' = LLEVE N PAGUE MENOS: DE CADA
      *>                   CA-CANTIDAD UNIDADES, CA-GRATIS VAN
      *>                   SIN CARGO ("LLEVE 3 PAGUE 2" =
      *>                   CANTIDAD 3, GRATIS 1)
      *> CA-ALCANCE: 'P' = UN PRODUCTO (CA-PRODUCTO)
      *>             'F' = UNA FAMILIA (CA-FAMILIA = PR-FAMILIA)
      *> CA-ESTADO:  'A' = ACTIVA, 'X' = CANCELADA ANTES DE
      *>             TIEMPO (SE CONSERVA PARA EL REPORTE).
      *>----------------------------------------------------
       FD  ARCHIVO-CAMPANIAS.
       01  CAMPANIA-REG.
           05 CA-CODIGO            PIC 9(4).
           05 CA-DESCRIPCION       PIC X(30).
           05 CA-FECHA-INICIO      PIC 9(8).
           05 CA-FECHA-FIN         PIC 9(8).
           05 CA-TIPO              PIC X.
           05 CA-ALCANCE           PIC X.
           05 CA-PRODUCTO          PIC 9(6).
           05 CA-FAMILIA           PIC X(12).
           05 CA-CANTIDAD          PIC 9(3).
           05 CA-GRATIS            PIC 9(3).
           05 CA-PORCENTAJE        PIC 9(3)V99.
           05 CA-ESTADO            PIC X.
           05 CA-FECHA-CARGA       PIC 9(8).
           05 CA-OPERADOR          PIC 9(4).
