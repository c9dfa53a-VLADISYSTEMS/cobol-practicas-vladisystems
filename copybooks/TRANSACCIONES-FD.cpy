      *>----------------------------------------------------
      *> DIARIO DE TRANSACCIONES DE CAJA
      *> (TRANSACCIONES-CAJA.DAT): CADA FOLIO QUE VENTA-DIARIA
      *> EMPIEZA A GRABAR DEJA UN RENGLÓN 'I' (INICIO, CON
      *> LAS FORMAS DE PAGO Y LO NECESARIO PARA TERMINARLO),
      *> UN 'P' POR CADA PASO DE POSTEO TERMINADO Y UN 'C' AL
      *> CONFIRMAR. RECUPERAR-VENTAS BUSCA LOS FOLIOS SIN 'C'
      *> Y LOS TERMINA O LOS DEJA AL SUPERVISOR, QUE LOS
      *> CIERRA CON 'X'; 'N' = FOLIO ANULADO SIN VENTA.
      *> PASOS: VENTAS, LINEA (TX-NUMERO = LÍNEA),
      *> EXISTENCIAS, PAGO (TX-NUMERO = FORMA), DESGLOSE,
      *> PUNTOS, VISITAS, CARTERA-REV, DESGLOSE-REV,
      *> NOTACRED, CUPON, CUPON-REV, PERSONAL, PEDIDO,
      *> ALQUILER, RESERVA.
      *> TX-CUPON: CUPÓN CANJEADO EN LA VENTA (O, EN UN
      *> REVERSO, EL DE LA FACTURA ORIGINAL QUE SE REACTIVA).
      *> TX-EMPLEADO: COMPRA DEL PERSONAL (0 = NO LO ES); CON
      *> TX-PERSONAL-DESC Y TX-PERSONAL-PLANILLA SE REHACE SU
      *> RENGLÓN EN COMPRAS-PERSONAL.DAT.
      *> TX-PEDIDO: PEDIDO ESPECIAL ENTREGADO EN LA VENTA
      *> (0 = NINGUNO), QUE QUEDA FACTURADO.
      *> TX-ALQUILER: ALQUILER CUYO RECARGO POR ATRASO SE
      *> COBRÓ EN LA VENTA (0 = NINGUNO).
      *> TX-RESERVA: RESERVA DE INSTALACIÓN COBRADA EN LA
      *> VENTA (0 = NINGUNA), QUE QUEDA FACTURADA.
      *>----------------------------------------------------
       FD  ARCHIVO-TRANSACCIONES.
       01  TRANSACCION-REG.
           05 TX-FECHA             PIC 9(8).
           05 TX-HORA              PIC 9(8).
           05 TX-DATOS.
               10 TX-CAJA          PIC 9(2).
               10 TX-FOLIO         PIC 9(6).
               10 TX-EVENTO        PIC X.
               10 TX-PASO          PIC X(12).
               10 TX-NUMERO        PIC 9(2).
               10 TX-TIPO          PIC X.
               10 TX-FECHA-VENTA   PIC 9(8).
               10 TX-CLIENTE       PIC 9(4).
               10 TX-MIEMBRO       PIC 9(6).
               10 TX-FOLIO-REF     PIC 9(6).
               10 TX-CAJA-REF      PIC 9(2).
               10 TX-FECHA-REF     PIC 9(8).
               10 TX-TOTAL         PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
               10 TX-OPERADOR      PIC 9(4).
               10 TX-TURNO         PIC 9(2).
               10 TX-LINEAS        PIC 9(2).
               10 TX-REV-CARTERA   PIC X.
               10 TX-REV-DESGLOSE  PIC X.
               10 TX-REV-NOTA      PIC X.
               10 TX-TOTAL-PAGOS   PIC 9.
               10 TX-PAGO OCCURS 5 TIMES.
                   15 TX-FORMA     PIC X(13).
                   15 TX-MONTO     PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
                   15 TX-REFERENCIA PIC 9(8).
               10 TX-CUPON         PIC X(10).
               10 TX-CUPON-MONTO   PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
               10 TX-EMPLEADO      PIC 9(4).
               10 TX-PERSONAL-DESC PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
               10 TX-PERSONAL-PLANILLA
                                   PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
               10 TX-PEDIDO        PIC 9(6).
               10 TX-ALQUILER      PIC 9(6).
               10 TX-RESERVA       PIC 9(6).
