       *>----------------------------------------------------
       *> PRESUPUESTOS EN TABLA (CARGAR-PRESUPUESTOS)
       *>----------------------------------------------------
       01 FS-PRESUP-CUENTAS     PIC XX.
       01 FS-PRESUP-VENTAS      PIC XX.
       01 MAX-PRESUP-CUENTAS    PIC 9(4) VALUE 1500.
       01 TOTAL-PRESUP-CUENTAS  PIC 9(4) VALUE 0.
       01 TABLA-PRESUP-CUENTAS.
           05 PRESUP-CUENTA-ENTRADA OCCURS 1500 TIMES.
               10 TPC-PERIODO   PIC 9(2).
               10 TPC-CUENTA    PIC X(8).
               10 TPC-MONTO     PIC S9(11)V99.
       01 MAX-PRESUP-VENTAS     PIC 9(4) VALUE 300.
       01 TOTAL-PRESUP-VENTAS   PIC 9(4) VALUE 0.
       01 TABLA-PRESUP-VENTAS.
           05 PRESUP-VENTA-ENTRADA OCCURS 300 TIMES.
               10 TPV-ANIO-MES  PIC 9(6).
               10 TPV-FAMILIA   PIC X(12).
               10 TPV-MONTO     PIC S9(11)V99.
       01 IDX-PRESUP            PIC 9(4).
