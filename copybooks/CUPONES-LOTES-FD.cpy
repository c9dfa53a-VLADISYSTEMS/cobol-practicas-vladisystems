      *>----------------------------------------------------
      *> LOTES DE CUPONES EMITIDOS (CUPONES-LOTES.DAT): UN
      *> REGISTRO POR CORRIDA DE EMITIR-CUPONES, CON LA
      *> DESCRIPCIÓN Y EL SEGMENTO RFM AL QUE SE ENTREGÓ
      *> (EN BLANCO = CUPONES AL PORTADOR).
      *>----------------------------------------------------
       FD  ARCHIVO-LOTES-CUPON.
       01  LOTE-CUPON-REG.
           05 LC-LOTE              PIC 9(4).
           05 LC-DESCRIPCION       PIC X(30).
           05 LC-FECHA             PIC 9(8).
           05 LC-CANTIDAD          PIC 9(5).
           05 LC-SEGMENTO          PIC X(10).
           05 LC-OPERADOR          PIC 9(4).
