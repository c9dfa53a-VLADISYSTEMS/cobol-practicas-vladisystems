      *> PONDERADO EN UNA RECEPCIÓN, PARA PODER EXPLICAR LOS
      *> MOVIMIENTOS DE LA VALORIZACIÓN MES A MES.
      *> CH-ORIGEN: ENTRADA (ENTRADA-MERCANCIA) O RECEPCION-OC
      *> (RECIBIR-ORDEN-COMPRA, CON LA OC EN CH-REFERENCIA);
      *> LISTA-PROV ES EL COSTO DE REPOSICIÓN IMPORTADO DE LA
      *> LISTA DE UN PROVEEDOR (IMPORTAR-LISTA-PROVEEDOR, CON
      *> EL PROVEEDOR EN CH-REFERENCIA); LANDED ES EL FLETE,
      *> ADUANA O MANEJO PRORRATEADO SOBRE UNA RECEPCIÓN
      *> (GASTOS-RECEPCION, CON LA OC EN CH-REFERENCIA).
      *>----------------------------------------------------
       FD  ARCHIVO-COSTOS-HIST.
       01  COSTO-HIST-REG.
