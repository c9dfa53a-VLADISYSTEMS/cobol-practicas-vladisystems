      *>----------------------------------------------------
      *> LICENCIAS DE JUGADOR OTORGADAS POR LA FEDERACIÓN
      *> REGIONAL (LICENCIAS-FEDERACION.DAT): UNA POR SOCIO,
      *> CON LA FECHA EN QUE SE IMPORTÓ LA RESPUESTA DE LA
      *> FEDERACIÓN. LA MANTIENE FEDERACION-JUGADORES.
      *>----------------------------------------------------
       FD  ARCHIVO-LICENCIAS.
       01  LICENCIA-REG.
           05 LF-MIEMBRO           PIC 9(6).
           05 LF-LICENCIA          PIC X(12).
           05 LF-FECHA             PIC 9(8).

       FD  ARCHIVO-LICENCIAS-TMP.
       01  LICENCIA-TMP-REG       PIC X(26).
