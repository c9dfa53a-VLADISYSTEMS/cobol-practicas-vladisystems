      *>----------------------------------------------------
      *> INSTALACIONES QUE SE RESERVAN POR HORA
      *> (INSTALACIONES.DAT): CANCHAS, CARRILES DE LA PISCINA,
      *> SALÓN DE USOS MÚLTIPLES. IS-CATEGORIA AGRUPA LAS QUE
      *> COBRAN LA MISMA TARIFA (CANCHA, PISCINA, SALON...).
      *> HORARIO EN HORAS ENTERAS: EL TURNO HH VA DE HH:00 A
      *> HH+1:00 Y SE PUEDE RESERVAR SI ABRE <= HH < CIERRA.
      *> EN LOS DÍAS DE FERIADOS.DAT RIGE IS-FER-ABRE A
      *> IS-FER-CIERRA (00 A 00 = CERRADA EL FERIADO). LOS
      *> TURNOS DE IS-PICO-DESDE A IS-PICO-HASTA (SIN
      *> INCLUIRLA) SON HORA PICO. IS-ACTIVA: S/N.
      *>----------------------------------------------------
       FD  ARCHIVO-INSTALACIONES.
       01  INSTALACION-REG.
           05 IS-CODIGO            PIC 9(3).
           05 IS-NOMBRE            PIC X(20).
           05 IS-CATEGORIA         PIC X(10).
           05 IS-ABRE              PIC 9(2).
           05 IS-CIERRA            PIC 9(2).
           05 IS-FER-ABRE          PIC 9(2).
           05 IS-FER-CIERRA        PIC 9(2).
           05 IS-PICO-DESDE        PIC 9(2).
           05 IS-PICO-HASTA        PIC 9(2).
           05 IS-ACTIVA            PIC X.

      *>----------------------------------------------------
      *> TARIFA POR HORA (TARIFAS-INSTALACION.DAT): UN
      *> RENGLÓN POR CATEGORÍA DE INSTALACIÓN, SOCIO (S) O NO
      *> SOCIO (N) Y HORA PICO (S) O VALLE (N).
      *>----------------------------------------------------
       FD  ARCHIVO-TARIFAS-INST.
       01  TARIFA-INST-REG.
           05 IT-CATEGORIA         PIC X(10).
           05 IT-SOCIO             PIC X.
           05 IT-PICO              PIC X.
           05 IT-TARIFA            PIC 9(7)V99.

      *>----------------------------------------------------
      *> RESERVAS DE INSTALACIONES (RESERVAS-INSTALACION.DAT),
      *> UN TURNO DE UNA HORA POR RENGLÓN. SE RESERVA PARA UN
      *> SOCIO (RN-MIEMBRO) O PARA UN VISITANTE (RN-MIEMBRO =
      *> 0, SÓLO RN-NOMBRE). RN-TARIFA QUEDA CONGELADA AL
      *> RESERVAR; RN-CUOTA = 'S' CUANDO EL TURNO ENTRA EN LAS
      *> HORAS SEMANALES SIN CARGO DEL SOCIO. ESTADOS:
      *>   R = RESERVADA
      *>   U = USADA (EL SOCIO O VISITANTE SE PRESENTÓ)
      *>   N = NO SE PRESENTÓ
      *>   X = CANCELADA
      *> COBRO: ' ' = SIN CARGO, P = POR COBRAR EN
      *> VENTA-DIARIA, F = FACTURADA (RN-CAJA, RN-FOLIO).
      *>----------------------------------------------------
       FD  ARCHIVO-RESERVAS-INST.
       01  RESERVA-INST-REG.
           05 RN-NUMERO            PIC 9(6).
           05 RN-INSTALACION       PIC 9(3).
           05 RN-FECHA             PIC 9(8).
           05 RN-HORA              PIC 9(2).
           05 RN-MIEMBRO           PIC 9(6).
           05 RN-NOMBRE            PIC X(30).
           05 RN-SOCIO             PIC X.
           05 RN-PICO              PIC X.
           05 RN-TARIFA            PIC 9(7)V99.
           05 RN-CUOTA             PIC X.
           05 RN-ESTADO            PIC X.
           05 RN-COBRO             PIC X.
           05 RN-CAJA              PIC 9(2).
           05 RN-FOLIO             PIC 9(6).
           05 RN-FECHA-FACTURA     PIC 9(8).
           05 RN-FECHA-ALTA        PIC 9(8).
           05 RN-OPERADOR          PIC 9(4).

       FD  ARCHIVO-RESERVAS-INST-TMP.
       01  RESERVA-INST-TMP-REG   PIC X(97).
