       *>----------------------------------------------------
       *> DIARIO DE TRANSACCIONES DE CAJA. EL LLAMADOR LLENA
       *> TW-DATOS (MISMO DISEÑO QUE TX-DATOS) Y PERFORM
       *> GRABAR-TRANSACCION; PARA SABER QUÉ FOLIOS QUEDARON
       *> SIN CONFIRMAR, LLENA TW-CAJA-FILTRO (0 = TODAS) Y
       *> PERFORM CARGAR-TRANSACCIONES-ABIERTAS: LA TABLA
       *> TA- TRAE CAJA, FOLIO Y FECHA DE CADA UNO.
       *>----------------------------------------------------
       01 FS-TRANSACCIONES      PIC XX.
       01 TW-DATOS.
           05 TW-CAJA            PIC 9(2).
           05 TW-FOLIO           PIC 9(6).
           05 TW-EVENTO          PIC X.
           05 TW-PASO            PIC X(12).
           05 TW-NUMERO          PIC 9(2).
           05 TW-TIPO            PIC X.
           05 TW-FECHA-VENTA     PIC 9(8).
           05 TW-CLIENTE         PIC 9(4).
           05 TW-MIEMBRO         PIC 9(6).
           05 TW-FOLIO-REF       PIC 9(6).
           05 TW-CAJA-REF        PIC 9(2).
           05 TW-FECHA-REF       PIC 9(8).
           05 TW-TOTAL           PIC S9(11)V99 SIGN LEADING
                                     SEPARATE.
           05 TW-OPERADOR        PIC 9(4).
           05 TW-TURNO           PIC 9(2).
           05 TW-LINEAS          PIC 9(2).
           05 TW-REV-CARTERA     PIC X.
           05 TW-REV-DESGLOSE    PIC X.
           05 TW-REV-NOTA        PIC X.
           05 TW-TOTAL-PAGOS     PIC 9.
           05 TW-PAGO OCCURS 5 TIMES.
               10 TW-FORMA       PIC X(13).
               10 TW-MONTO       PIC S9(11)V99 SIGN LEADING
                                     SEPARATE.
               10 TW-REFERENCIA  PIC 9(8).
           05 TW-CUPON           PIC X(10).
           05 TW-CUPON-MONTO     PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 TW-EMPLEADO        PIC 9(4).
           05 TW-PERSONAL-DESC   PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 TW-PERSONAL-PLANILLA
                                 PIC S9(11)V99 SIGN LEADING
                                     SEPARATE.
           05 TW-PEDIDO          PIC 9(6).
           05 TW-ALQUILER        PIC 9(6).
           05 TW-RESERVA         PIC 9(6).
       01 TW-CAJA-FILTRO        PIC 9(2) VALUE 0.
       01 TW-FIN                PIC X VALUE 'N'.
       01 TW-IDX                PIC 9(3).
       01 TW-HALLADA            PIC X VALUE 'N'.
       01 MAX-TX-ABIERTAS       PIC 9(3) VALUE 100.
       01 TOTAL-TX-ABIERTAS     PIC 9(3) VALUE 0.
       01 TABLA-TX-ABIERTAS.
           05 TX-ABIERTA OCCURS 100 TIMES.
               10 TA-CAJA        PIC 9(2).
               10 TA-FOLIO       PIC 9(6).
               10 TA-FECHA-VENTA PIC 9(8).
