      *>----------------------------------------------------
      *> ALQUILER DE EQUIPO (ALQUILERES.DAT): PATINES,
      *> RAQUETAS, BALONES DEL MAESTRO DE PRODUCTOS QUE SALEN
      *> PRESTADOS CONTRA UN DEPÓSITO DE GARANTÍA. EL EQUIPO
      *> NO SALE DE LA EXISTENCIA: MIENTRAS ESTÁ FUERA CUENTA
      *> COMO RESERVADO (RESERVAS-RUTINAS). SE ALQUILA A UN
      *> CLIENTE (AQ-CLIENTE), A UN SOCIO (AQ-MIEMBRO) O A UN
      *> VISITANTE CON PASE DE DÍA (SÓLO AQ-NOMBRE). ESTADOS:
      *>   A = FUERA, PENDIENTE DE DEVOLVER
      *>   D = DEVUELTO A TIEMPO (O DENTRO DE LA TOLERANCIA)
      *>   R = DEVUELTO CON RECARGO POR ATRASO AQ-RECARGO,
      *>       PENDIENTE DE COBRAR EN VENTA-DIARIA
      *>   F = RECARGO FACTURADO (AQ-CAJA, AQ-FOLIO)
      *> AQ-MODO: H = RECARGO POR HORA, D = POR DÍA; AQ-TARIFA
      *> ES EL RECARGO POR UNIDAD Y POR PERÍODO DE ATRASO,
      *> CONGELADO AL SACAR EL EQUIPO. HORAS EN HHMM.
      *>----------------------------------------------------
       FD  ARCHIVO-ALQUILERES.
       01  ALQUILER-REG.
           05 AQ-NUMERO            PIC 9(6).
           05 AQ-FECHA-SALIDA      PIC 9(8).
           05 AQ-HORA-SALIDA       PIC 9(4).
           05 AQ-CLIENTE           PIC 9(4).
           05 AQ-MIEMBRO           PIC 9(6).
           05 AQ-NOMBRE            PIC X(30).
           05 AQ-CODIGO            PIC 9(6).
           05 AQ-PRODUCTO          PIC X(20).
           05 AQ-UNIDADES          PIC 9(3).
           05 AQ-DEPOSITO          PIC 9(7)V99.
           05 AQ-FORMA-DEPOSITO    PIC X(13).
           05 AQ-FECHA-VENCE       PIC 9(8).
           05 AQ-HORA-VENCE        PIC 9(4).
           05 AQ-MODO              PIC X.
           05 AQ-TARIFA            PIC 9(7)V99.
           05 AQ-FECHA-DEVOL       PIC 9(8).
           05 AQ-HORA-DEVOL        PIC 9(4).
           05 AQ-RECARGO           PIC 9(7)V99.
           05 AQ-ESTADO            PIC X.
           05 AQ-CAJA              PIC 9(2).
           05 AQ-FOLIO             PIC 9(6).
           05 AQ-FECHA-FACTURA     PIC 9(8).
           05 AQ-OPERADOR          PIC 9(4).

       FD  ARCHIVO-ALQUILERES-TMP.
       01  ALQUILER-TMP-REG       PIC X(173).

      *>----------------------------------------------------
      *> DEPÓSITOS DE GARANTÍA (GARANTIAS-ALQUILER.DAT), CON
      *> LA FORMA, CAJA Y TURNO PARA EL ARQUEO, COMO LOS
      *> ANTICIPOS DE PEDIDO. LA DEVOLUCIÓN DEL DEPÓSITO AL
      *> RECIBIR EL EQUIPO QUEDA COMO UN RENGLÓN NEGATIVO.
      *>----------------------------------------------------
       FD  ARCHIVO-GARANTIAS.
       01  GARANTIA-REG.
           05 GA-NUMERO            PIC 9(6).
           05 GA-FECHA             PIC 9(8).
           05 GA-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 GA-FORMA             PIC X(13).
           05 GA-CAJA              PIC 9(2).
           05 GA-TURNO             PIC 9(2).

      *>----------------------------------------------------
      *> TARIFAS DE ALQUILER (ALQUILER-TARIFAS.DAT): SÓLO SE
      *> ALQUILAN LOS PRODUCTOS CON RENGLÓN AQUÍ. MODO H/D,
      *> RECARGO POR UNIDAD Y PERÍODO DE ATRASO, DEPÓSITO
      *> SUGERIDO POR UNIDAD Y PLAZO NORMAL EN HORAS.
      *>----------------------------------------------------
       FD  ARCHIVO-TARIFAS-ALQ.
       01  TARIFA-ALQ-REG.
           05 AT-CODIGO            PIC 9(6).
           05 AT-MODO              PIC X.
           05 AT-RECARGO           PIC 9(7)V99.
           05 AT-DEPOSITO          PIC 9(7)V99.
           05 AT-PLAZO-HORAS       PIC 9(3).
