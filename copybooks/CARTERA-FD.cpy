      *> ANTERIORES SIGAN LEYÉNDOSE COMO PREFIJO (EN ELLOS SE
      *> LEE VACÍO = SERIE ANTIGUA). ESTADOS: A = ABIERTA,
      *> P = PAGADA, X = CANCELADA POR REVERSO.
      *> CR-CLASE: ESPACIO = FACTURA, I = CARGO POR MORA
      *> (INTERÉS O RECARGO FIJO DE GENERAR-CARGOS-MORA, EN
      *> LA SERIE DE CAJA MORA-CAJA; CR-REF-CAJA Y
      *> CR-REF-FOLIO APUNTAN A LA FACTURA QUE LO ORIGINÓ),
      *> Q = CHEQUE PROTESTADO (MONTO DEL CHEQUE MÁS EL CARGO
      *> POR PROTESTO, EN LA SERIE DE CAJA CHEQUE-CAJA CON
      *> FOLIO = NÚMERO INTERNO DEL CHEQUE; LA REFERENCIA
      *> APUNTA A LA VENTA QUE EL CHEQUE PAGÓ).
      *>----------------------------------------------------
       FD  ARCHIVO-CARTERA.
       01  CARTERA-REG.
                                       SEPARATE.
           05 CR-ESTADO            PIC X.
           05 CR-CAJA              PIC 9(2).
           05 CR-CLASE             PIC X.
           05 CR-REF-CAJA          PIC 9(2).
           05 CR-REF-FOLIO         PIC 9(6).
