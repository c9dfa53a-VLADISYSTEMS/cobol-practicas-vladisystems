      *>----------------------------------------------------
      *> PRESUPUESTO APROBADO POR EL DIRECTORIO. SE MANTIENE
      *> CON MANTENER-PRESUPUESTO Y LO COMPARA CONTRA LO REAL
      *> REPORTE-PRESUPUESTO.
      *>   PRESUPUESTO-CUENTAS.DAT: MONTO POR CUENTA DEL PLAN
      *>     Y PERIODO FISCAL, EN EL SENTIDO NATURAL DE LA
      *>     CUENTA (INGRESOS, PASIVO Y CAPITAL POR SU SALDO
      *>     ACREEDOR; ACTIVOS Y GASTOS POR SU SALDO DEUDOR).
      *>   PRESUPUESTO-VENTAS.DAT: VENTA NETA POR FAMILIA DE
      *>     PRODUCTO (PR-FAMILIA) Y MES CALENDARIO.
      *>----------------------------------------------------
       FD  ARCHIVO-PRESUP-CUENTAS.
       01  PRESUP-CUENTA-REG.
           05 PC-PERIODO           PIC 9(2).
           05 PC-CUENTA            PIC X(8).
           05 PC-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       FD  ARCHIVO-PRESUP-VENTAS.
       01  PRESUP-VENTA-REG.
           05 PV-ANIO-MES          PIC 9(6).
           05 PV-FAMILIA           PIC X(12).
           05 PV-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
