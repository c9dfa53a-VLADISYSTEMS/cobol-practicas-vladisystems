      *>----------------------------------------------------
      *> CATÁLOGO DE ARCHIVOS ANUALES (ARCHIVAR-FIN-DE-ANIO):
      *> UN REGISTRO POR ARCHIVO HISTÓRICO CON EL AÑO Y EL
      *> RANGO DE FECHAS QUE CUBRE, PARA ABRIR DIRECTO EL
      *> ARCHIVO CORRECTO EN CONSULTAS Y REIMPRESIONES.
      *> AH-TIPO: V = VENTAS (VENTAS-ARCHIVO-AAAA.DAT),
      *>          I = VISITANTES (VISITANTES-ARCHIVO-AAAA.DAT).
      *> AH-FECHA-ARCHIVADO: ÚLTIMA CORRIDA QUE LE AGREGÓ
      *> REGISTROS.
      *>----------------------------------------------------
       FD  ARCHIVO-CATALOGO.
       01  CATALOGO-REG.
           05 AH-TIPO              PIC X.
           05 AH-ANIO              PIC 9(4).
           05 AH-NOMBRE            PIC X(28).
           05 AH-FECHA-DESDE       PIC 9(8).
           05 AH-FECHA-HASTA       PIC 9(8).
           05 AH-REGISTROS         PIC 9(7).
           05 AH-FECHA-ARCHIVADO   PIC 9(8).

       FD  ARCHIVO-CATALOGO-TMP.
       01  CATALOGO-TMP-REG       PIC X(64).
