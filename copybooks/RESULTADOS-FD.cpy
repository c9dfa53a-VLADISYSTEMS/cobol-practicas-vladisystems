      *>----------------------------------------------------
      *> RESULTADOS DE LA TEMPORADA (RESULTADOS-AAAAMMDD.DAT,
      *> LA MISMA FECHA DE INICIO DEL FIXTURE): UN REGISTRO
      *> POR PARTIDO JUGADO. RS-WALKOVER: L = GANA EL LOCAL
      *> POR W.O., V = GANA LA VISITA, BLANCO = SE JUGÓ.
      *>----------------------------------------------------
       FD  ARCHIVO-RESULTADOS.
       01  RESULTADO-REG.
           05 RS-JORNADA           PIC 9(2).
           05 RS-LOCAL             PIC X(6).
           05 RS-VISITA            PIC X(6).
           05 RS-GOLES-LOCAL       PIC 9(2).
           05 RS-GOLES-VISITA      PIC 9(2).
           05 RS-WALKOVER          PIC X.
