      *> EN DÍAS HÁBILES DESDE PV-PLAZO-DIAS. SE ABONA CON
      *> PAGOS-CXP Y ENVEJECE CON ANTIGUEDAD-CXP (ESPEJO DE
      *> LA CARTERA DE CLIENTES). ESTADOS: A = ABIERTA,
      *> P = PAGADA. XP-COTEJO ES EL RESULTADO DEL COTEJO DE
      *> TRES VÍAS (COTEJAR-FACTURAS): VACÍO = SIN COTEJAR,
      *> C = CUADRA, R = RETENIDA POR DIFERENCIAS (PAGOS-CXP
      *> NO LA PAGA), L = LIBERADA POR UN SUPERVISOR.
      *>----------------------------------------------------
       FD  ARCHIVO-CXP.
       01  CXP-REG.
           05 XP-SALDO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 XP-ESTADO            PIC X.
           05 XP-COTEJO            PIC X.
