      *>----------------------------------------------------
      *> CLASE ABC VIGENTE DE CADA PRODUCTO (CLASES-ABC.DAT),
      *> GRABADA POR RANKING-ABC CON EL AÑO QUE SE CLASIFICÓ;
      *> CADA CORRIDA LA REEMPLAZA COMPLETA. LOS PRODUCTOS
      *> QUE NO APARECEN (SIN VENTAS ESE AÑO) SE TOMAN COMO C.
      *>----------------------------------------------------
       FD  ARCHIVO-CLASES-ABC.
       01  CLASE-ABC-REG.
           05 CA-CODIGO            PIC 9(6).
           05 CA-CLASE             PIC X.
           05 CA-ANIO              PIC 9(4).
