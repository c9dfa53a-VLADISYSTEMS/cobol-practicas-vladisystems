      *> (LIMITES-CREDITO.DAT): TOPE DE SALDO ABIERTO EN
      *> CARTERA. UN CLIENTE SIN REGISTRO NO TIENE LÍMITE
      *> (COMPORTAMIENTO HISTÓRICO). SE MANTIENE CON
      *> MANTENER-LIMITES-CREDITO Y CON LAS PROPUESTAS DE
      *> REVISAR-LIMITES-CREDITO QUE APRUEBA UN SUPERVISOR EN
      *> APROBAR-LIMITES-CREDITO. LC-ESTADO VA AL FINAL PARA
      *> QUE LOS REGISTROS ANTERIORES SIGAN LEYÉNDOSE COMO
      *> PREFIJO: ESPACIO = VIGENTE, C = CRÉDITO CONGELADO
      *> (TODA VENTA A CRÉDITO PIDE SUPERVISOR, CUALQUIERA
      *> SEA EL SALDO).
      *>----------------------------------------------------
       FD  ARCHIVO-LIMITES-CREDITO.
       01  LIMITE-CREDITO-REG.
           05 LC-CLIENTE           PIC 9(4).
           05 LC-LIMITE            PIC 9(9)V99.
           05 LC-ESTADO            PIC X.
