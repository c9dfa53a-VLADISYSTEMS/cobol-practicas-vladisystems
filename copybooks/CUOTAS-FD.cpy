      *>----------------------------------------------------
      *> CUOTAS DE MEMBRESÍA: UN CARGO POR SOCIO Y MES.
      *> ESTADO: P = PENDIENTE, C = COBRADA, X = CONDONADA.
      *> CU-CLASE: ESPACIO = CUOTA DEL MES, I = CARGO POR
      *> MORA (DOCUMENTO CU-DOCUMENTO DE LA SERIE DE MORA,
      *> GENERADO EN EL MES CU-ANIO-MES SOBRE LA CUOTA
      *> VENCIDA DEL MES CU-REF-ANIO-MES), L = ALQUILER DE
      *> LOCKER DEL MES (CU-DOCUMENTO = NÚMERO DE LOCKER),
      *> V = INVITADOS FUERA DE CUPO DE MESES ANTERIORES
      *> (CU-DOCUMENTO = CANTIDAD DE INVITADOS), U = KIT DE
      *> UNIFORME DEL EQUIPO, CARGO ÚNICO (CU-DOCUMENTO =
      *> SOCIO JUGADOR).
      *>----------------------------------------------------
       FD  ARCHIVO-CUOTAS.
       01  CUOTA-REG.
           05 CU-MONTO             PIC 9(9)V99.
           05 CU-SALDO             PIC 9(9)V99.
           05 CU-ESTADO            PIC X.
           05 CU-CLASE             PIC X.
           05 CU-DOCUMENTO         PIC 9(6).
           05 CU-REF-ANIO-MES      PIC 9(6).
