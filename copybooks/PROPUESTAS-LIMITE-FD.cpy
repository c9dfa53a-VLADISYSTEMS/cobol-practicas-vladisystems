      *>----------------------------------------------------
      *> PROPUESTAS DE CAMBIO DE LÍMITE DE CRÉDITO
      *> (PROPUESTAS-LIMITE.DAT), UNA POR CLIENTE EN CADA
      *> CORRIDA DE REVISAR-LIMITES-CREDITO, CON LOS
      *> INDICADORES QUE LA JUSTIFICAN. PL-ACCION:
      *>   A = AUMENTAR, R = RECORTAR, C = CONGELAR
      *> (MANTENER NO GENERA PROPUESTA). PL-TIENE-LIMITE EN
      *> 'N' = EL CLIENTE NO TENÍA RENGLÓN EN
      *> LIMITES-CREDITO.DAT. PL-ESTADO:
      *>   P = PENDIENTE DE SUPERVISOR
      *>   A = APROBADA (YA APLICADA A LIMITES-CREDITO.DAT)
      *>   R = RECHAZADA
      *>   S = REEMPLAZADA POR UNA REVISIÓN POSTERIOR
      *> PL-SUPERVISOR Y PL-FECHA-RESOLUCION LOS LLENA
      *> APROBAR-LIMITES-CREDITO.
      *>----------------------------------------------------
       FD  ARCHIVO-PROPUESTAS.
       01  PROPUESTA-REG.
           05 PL-FECHA             PIC 9(8).
           05 PL-CLIENTE           PIC 9(4).
           05 PL-TIENE-LIMITE      PIC X.
           05 PL-LIMITE-ACTUAL     PIC 9(9)V99.
           05 PL-ACCION            PIC X.
           05 PL-LIMITE-PROPUESTO  PIC 9(9)V99.
           05 PL-DIAS-PROMEDIO     PIC 9(4).
           05 PL-ATRASO-MAXIMO     PIC 9(4).
           05 PL-USO-MAXIMO        PIC 9(3).
           05 PL-MESES-USO-ALTO    PIC 9(2).
           05 PL-REVERSOS          PIC 9(3).
           05 PL-ESTADO            PIC X.
           05 PL-SUPERVISOR        PIC 9(4).
           05 PL-FECHA-RESOLUCION  PIC 9(8).

       FD  ARCHIVO-PROPUESTAS-TMP.
       01  PROPUESTA-TMP-REG      PIC X(65).
