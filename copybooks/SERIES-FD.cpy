      *>----------------------------------------------------
      *> NÚMEROS DE SERIE (SERIES.DAT): UNA FILA POR UNIDAD
      *> DE LOS PRODUCTOS CON PR-SERIALIZADO = 'S'. LA
      *> RECEPCIÓN LA DA DE ALTA EN ESTADO D (EN STOCK) CON
      *> PROVEEDOR Y OC DE ORIGEN; LA CAJA LA PASA A V
      *> (VENDIDA) CON CAJA, FOLIO, FECHA Y CLIENTE; UN
      *> REVERSO O UN CAMBIO LA DEVUELVE A D. CONSULTAR-SERIE
      *> MUESTRA LA HISTORIA Y LA GARANTÍA QUE LE QUEDA.
      *>----------------------------------------------------
       FD  ARCHIVO-SERIES.
       01  SERIE-REG.
           05 SE-CODIGO            PIC 9(6).
           05 SE-SERIE             PIC X(20).
           05 SE-ESTADO            PIC X.
           05 SE-PROVEEDOR         PIC 9(4).
           05 SE-OC                PIC 9(6).
           05 SE-FECHA-ENTRADA     PIC 9(8).
           05 SE-CAJA              PIC 9(2).
           05 SE-FOLIO             PIC 9(6).
           05 SE-FECHA-VENTA       PIC 9(8).
           05 SE-CLIENTE           PIC 9(4).

       FD  ARCHIVO-SERIES-TMP.
       01  SERIE-TMP-REG          PIC X(65).
