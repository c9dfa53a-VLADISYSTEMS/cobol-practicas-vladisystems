       FD  ARCHIVO-PERIODOS.
      *>----------------------------------------------------
      *> PF-ESTADO: C = PERIODO CERRADO (NO ADMITE
      *> MOVIMIENTOS); ESPACIO O A = ABIERTO. EL ESTADO Y LOS
      *> DATOS DEL CIERRE VAN AL FINAL PARA QUE LOS REGISTROS
      *> ANTERIORES SE LEAN COMO PERIODOS ABIERTOS.
      *>----------------------------------------------------
       01  PERIODO-REG.
           05 PF-NUMERO           PIC 9(2).
           05 PF-INICIO           PIC 9(8).
           05 PF-FIN              PIC 9(8).
           05 PF-ESTADO           PIC X.
           05 PF-FECHA-CIERRE     PIC 9(8).
           05 PF-CERRADO-POR      PIC 9(4).
