      *>----------------------------------------------------
      *> ENTREGAS A DOMICILIO (ENTREGAS.DAT): ARTÍCULOS
      *> VOLUMINOSOS (ARCOS, REDES, MÁQUINAS) VENDIDOS EN
      *> VENTA-DIARIA QUE SE LLEVAN A LA CASA DEL CLIENTE DÍAS
      *> DESPUÉS. CADA ENTREGA NACE DE UNA FACTURA (EN-CAJA,
      *> EN-FOLIO, EN-FECHA-VENTA) Y LLEVA DIRECCIÓN, ZONA DE
      *> REPARTO, CARGO DE ENTREGA Y FECHA PROGRAMADA EN DÍAS
      *> HÁBILES. ESTADOS:
      *>   P = PROGRAMADA, PENDIENTE DE SALIR EN LA HOJA DE RUTA
      *>   E = ENTREGADA (EN-RECIBIO, EN-FECHA/HORA-RESULTADO)
      *>   F = INTENTO FALLIDO (EN-MOTIVO), HAY QUE REPROGRAMAR
      *>   X = ANULADA
      *> EN-CARGO ES EL CARGO DE LA ZONA; EN-COBRADO LO QUE LA
      *> FACTURA TRAE EN EL PRODUCTO DE SERVICIO
      *> ENTREGA-CODIGO (0 = NO SE FACTURÓ). EN-INTENTOS CUENTA
      *> LOS INTENTOS FALLIDOS; EL MOTIVO ES EL DEL ÚLTIMO.
      *>----------------------------------------------------
       FD  ARCHIVO-ENTREGAS.
       01  ENTREGA-REG.
           05 EN-NUMERO            PIC 9(6).
           05 EN-FECHA             PIC 9(8).
           05 EN-CAJA              PIC 9(2).
           05 EN-FOLIO             PIC 9(6).
           05 EN-FECHA-VENTA       PIC 9(8).
           05 EN-CLIENTE           PIC 9(4).
           05 EN-NOMBRE            PIC X(30).
           05 EN-DIRECCION         PIC X(40).
           05 EN-TELEFONO          PIC X(10).
           05 EN-ZONA              PIC 9(2).
           05 EN-CARGO             PIC 9(7)V99.
           05 EN-COBRADO           PIC 9(7)V99.
           05 EN-PROGRAMADA        PIC 9(8).
           05 EN-ESTADO            PIC X.
           05 EN-INTENTOS          PIC 9(2).
           05 EN-FECHA-RESULTADO   PIC 9(8).
           05 EN-HORA-RESULTADO    PIC 9(4).
           05 EN-MOTIVO            PIC 9(2).
           05 EN-CHOFER            PIC X(15).
           05 EN-RECIBIO           PIC X(20).
           05 EN-OPERADOR          PIC 9(4).

       FD  ARCHIVO-ENTREGAS-TMP.
       01  ENTREGA-TMP-REG        PIC X(198).

      *>----------------------------------------------------
      *> ZONAS DE REPARTO (ZONAS-ENTREGA.DAT): CARGO DE
      *> ENTREGA Y DÍAS HÁBILES DE PLAZO POR ZONA.
      *>----------------------------------------------------
       FD  ARCHIVO-ZONAS.
       01  ZONA-REG.
           05 ZN-CODIGO            PIC 9(2).
           05 ZN-NOMBRE            PIC X(20).
           05 ZN-CARGO             PIC 9(7)V99.
           05 ZN-DIAS              PIC 9(2).
