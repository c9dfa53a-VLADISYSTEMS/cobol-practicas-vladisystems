      *>----------------------------------------------------
      *> COMPRAS DEL PERSONAL (COMPRAS-PERSONAL.DAT): UN
      *> RENGLÓN POR FOLIO DE CAJA VENDIDO A UN EMPLEADO
      *> (CÓDIGO DE OPERADORES.DAT), CON EL NETO DE LA
      *> COMPRA, EL DESCUENTO QUE RECIBIÓ Y LO QUE PAGÓ CON
      *> DESCUENTO POR PLANILLA. EL REVERSO Y EL CAMBIO DEJAN
      *> SU PROPIO RENGLÓN CON MONTOS NEGATIVOS O CON LA
      *> DIFERENCIA. SIRVE PARA EL TOPE MENSUAL EN CAJA Y
      *> PARA LA LIQUIDACIÓN DE LIQUIDAR-PLANILLA.
      *>----------------------------------------------------
       FD  ARCHIVO-COMPRAS-PERSONAL.
       01  COMPRA-PERSONAL-REG.
           05 CP-FECHA             PIC 9(8).
           05 CP-CAJA              PIC 9(2).
           05 CP-FOLIO             PIC 9(6).
           05 CP-TIPO              PIC X.
           05 CP-EMPLEADO          PIC 9(4).
           05 CP-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 CP-DESCUENTO         PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 CP-PLANILLA          PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 CP-CAJA-REF          PIC 9(2).
           05 CP-FOLIO-REF         PIC 9(6).
           05 CP-OPERADOR          PIC 9(4).
