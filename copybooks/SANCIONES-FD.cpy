      *>----------------------------------------------------
      *> SUSPENSIONES DE LIGA (SANCIONES-LIGA.DAT). LA
      *> TEMPORADA ES LA FECHA DE INICIO DEL FIXTURE
      *> (FIXTURE-AAAAMMDD.DAT); EL JUGADOR NO PUEDE JUGAR
      *> LAS SL-FECHAS JORNADAS QUE EMPIEZAN EN
      *> SL-JORNADA-DESDE. SL-ORIGEN: M = CARGADA A MANO,
      *> T = GENERADA POR TARJETAS EN RESULTADOS-LIGA (SE
      *> RECALCULA CADA VEZ QUE SE CARGAN TARJETAS).
      *>----------------------------------------------------
       FD  ARCHIVO-SANCIONES.
       01  SANCION-REG.
           05 SL-TEMPORADA         PIC 9(8).
           05 SL-MIEMBRO           PIC 9(6).
           05 SL-JORNADA-DESDE     PIC 9(2).
           05 SL-FECHAS            PIC 9(2).
           05 SL-MOTIVO            PIC X(30).
           05 SL-FECHA-REGISTRO    PIC 9(8).
           05 SL-ORIGEN            PIC X.
