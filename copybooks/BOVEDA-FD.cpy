      *>----------------------------------------------------
      *> LIBRO DE LA BÓVEDA (BOVEDA.DAT): UN RENGLÓN POR CADA
      *> MOVIMIENTO DE EFECTIVO QUE ENTRA O SALE DE LA CAJA
      *> FUERTE. TIPOS (EFECTO SOBRE LA BÓVEDA):
      *>   F = FONDO ENTREGADO A UNA CAJA AL ABRIR TURNO  (-)
      *>   R = RETIRO DE EFECTIVO DE UNA CAJA EN TURNO    (+)
      *>   D = DEVOLUCIÓN DEL CAJÓN AL CERRAR EL TURNO    (+)
      *>   B = DEPÓSITO ENVIADO AL BANCO (CON BOLETA)     (-)
      *>   C = SENCILLO COMPRADO AL BANCO                 (+)
      *>   J = AJUSTE POR ARQUEO; BV-MONTO LLEVA SIGNO
      *> BV-MONTO ES SIEMPRE POSITIVO SALVO EN LOS AJUSTES.
      *> BV-CONTEO ES EL CONTEO POR DENOMINACIÓN QUE RESPALDA
      *> EL MOVIMIENTO (CONTEOS-EFECTIVO.DAT).
      *>----------------------------------------------------
       FD  ARCHIVO-BOVEDA.
       01  BOVEDA-REG.
           05 BV-FECHA             PIC 9(8).
           05 BV-HORA              PIC 9(8).
           05 BV-TIPO              PIC X.
           05 BV-CAJA              PIC 9(2).
           05 BV-TURNO             PIC 9(2).
           05 BV-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 BV-CONTEO            PIC 9(6).
           05 BV-BOLETA            PIC X(10).
           05 BV-OPERADOR          PIC 9(4).

      *>----------------------------------------------------
      *> CONTEOS DE EFECTIVO POR DENOMINACIÓN
      *> (CONTEOS-EFECTIVO.DAT), EN LA CAJA O EN LA BÓVEDA.
      *> CE-LUGAR: C = CAJA, B = BÓVEDA. CE-MOTIVO ES EL TIPO
      *> DE MOVIMIENTO QUE RESPALDA, O A = ARQUEO DE LA
      *> BÓVEDA. LAS CANTIDADES SIGUEN EL ORDEN DE LA TABLA DE
      *> DENOMINACIONES DE BOVEDA-WS. EL NÚMERO SE TOMA DE
      *> CONTEOS-NUM.DAT.
      *>----------------------------------------------------
       FD  ARCHIVO-CONTEOS.
       01  CONTEO-REG.
           05 CE-NUMERO            PIC 9(6).
           05 CE-FECHA             PIC 9(8).
           05 CE-HORA              PIC 9(8).
           05 CE-LUGAR             PIC X.
           05 CE-CAJA              PIC 9(2).
           05 CE-TURNO             PIC 9(2).
           05 CE-MOTIVO            PIC X.
           05 CE-CANTIDAD          PIC 9(5) OCCURS 9 TIMES.
           05 CE-TOTAL             PIC 9(11)V99.
           05 CE-OPERADOR          PIC 9(4).

       FD  ARCHIVO-NUM-CONTEO.
       01  NUM-CONTEO-REG         PIC 9(6).
