           05 LP-FECHA-CARGA       PIC 9(8).
           05 LP-HORA-CARGA        PIC 9(8).
           05 LP-OPERADOR          PIC 9(4).
      *>----------------------------------------------------
      *> LP-NIVEL: NIVEL DE PRECIO DE LA ENTRADA ('M' =
      *> MAYORISTA, 'I' = INSTITUCIONAL); EN BLANCO O 'D' ES
      *> EL PRECIO DETAL. CADA NIVEL LLEVA SUS PROPIAS
      *> VIGENCIAS. VA AL FINAL PARA QUE LAS ENTRADAS
      *> ANTERIORES SE SIGAN LEYENDO COMO DETAL.
      *>----------------------------------------------------
           05 LP-NIVEL             PIC X.
