       *>----------------------------------------------------
       *> TABLA DE POSICIONES DE LA LIGA EN MEMORIA. USO:
       *>     COPY RESULTADOS-SELECT / RESULTADOS-FD,
       *>     COPY EQUIPOS-SELECT / EQUIPOS-FD,
       *>     COPY POSICIONES-WS ... COPY POSICIONES-RUTINAS.
       *> EL PROGRAMA DECLARA FS-RESULTADOS, FS-EQUIPOS Y
       *> NOMBRE-ARCHIVO-RESULTADOS; PERFORM CALCULAR-POSICIONES
       *> DEJA LA TABLA ORDENADA POR CATEGORÍA, PUNTOS Y
       *> DIFERENCIA DE GOLES (HAY-RESULTADOS = 'N' SI NO HAY
       *> ARCHIVO DE RESULTADOS).
       *> PUNTOS: 3 GANADO, 1 EMPATE, 0 PERDIDO; EL W.O. SE
       *> ANOTA 3-0 PARA EL EQUIPO QUE SÍ SE PRESENTÓ.
       *>----------------------------------------------------
       01 MAX-TABLA              PIC 9(2) VALUE 50.
       01 TOTAL-TABLA            PIC 9(2) VALUE 0.
       01 TABLA-POSICIONES.
           05 POSICION-ENTRADA OCCURS 50 TIMES.
               10 TB-EQUIPO      PIC X(6).
               10 TB-CATEGORIA   PIC X(20).
               10 TB-PJ          PIC 9(3).
               10 TB-PG          PIC 9(3).
               10 TB-PE          PIC 9(3).
               10 TB-PP          PIC 9(3).
               10 TB-GF          PIC 9(4).
               10 TB-GC          PIC 9(4).
               10 TB-PTS         PIC 9(4).
       01 POSICION-TEMPORAL.
           05 FILLER             PIC X(6).
           05 FILLER             PIC X(20).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(4).
           05 FILLER             PIC 9(4).
           05 FILLER             PIC 9(4).
       01 IDX-POSICION           PIC 9(2).
       01 IDX-POSICION2          PIC 9(2).
       01 POSICIONES-ORDENADAS   PIC X.
       01 EQUIPO-EN-TABLA        PIC X.
       01 HAY-RESULTADOS         PIC X VALUE 'N'.
       01 EQUIPO-SUMAR           PIC X(6).
       01 GOLES-FAVOR            PIC 9(2).
       01 GOLES-CONTRA           PIC 9(2).
       01 PUNTOS-SUMAR           PIC 9(2).
