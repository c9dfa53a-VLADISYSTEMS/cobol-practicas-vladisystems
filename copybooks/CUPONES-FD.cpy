      *>----------------------------------------------------
      *> CUPONES DE UN SOLO USO (CUPONES.IDX). EL CÓDIGO ES EL
      *> LOTE (4 DÍGITOS) SEGUIDO DE 6 DÍGITOS AL AZAR, ASÍ
      *> QUE LEÍDO EN ORDEN DE CLAVE QUEDA AGRUPADO POR LOTE.
      *> CU-TIPO:    'V' = VALOR FIJO (CU-VALOR, CON IVA)
      *>             'P' = % DE DESCUENTO (CU-PORCENTAJE)
      *> CU-ALCANCE: 'T' = TODO EL TICKET
      *>             'P' = SÓLO UN PRODUCTO (CU-PRODUCTO)
      *>             'F' = SÓLO UNA FAMILIA (CU-FAMILIA)
      *> CU-MINIMO:  COMPRA MÍNIMA DEL TICKET (0 = SIN MÍNIMO)
      *> CU-CLIENTE: CLIENTE AL QUE SE ENTREGÓ (SEGMENTO RFM);
      *>             0 = AL PORTADOR. SÓLO INFORMATIVO.
      *> CU-ESTADO:  'D' = DISPONIBLE, 'U' = USADO EN
      *>             CU-CAJA-USO + CU-FOLIO-USO, 'A' = ANULADO.
      *>             EL REVERSO DEL FOLIO LO DEVUELVE A 'D'.
      *>----------------------------------------------------
       FD  ARCHIVO-CUPONES.
       01  CUPON-REG.
           05 CU-CODIGO            PIC X(10).
           05 CU-LOTE              PIC 9(4).
           05 CU-TIPO              PIC X.
           05 CU-VALOR             PIC 9(7)V99.
           05 CU-PORCENTAJE        PIC 9(3)V99.
           05 CU-MINIMO            PIC 9(7)V99.
           05 CU-VENCE             PIC 9(8).
           05 CU-ALCANCE           PIC X.
           05 CU-PRODUCTO          PIC 9(6).
           05 CU-FAMILIA           PIC X(12).
           05 CU-CLIENTE           PIC 9(4).
           05 CU-ESTADO            PIC X.
           05 CU-FECHA-EMISION     PIC 9(8).
           05 CU-FECHA-USO         PIC 9(8).
           05 CU-CAJA-USO          PIC 9(2).
           05 CU-FOLIO-USO         PIC 9(6).
           05 CU-MONTO-USO         PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
